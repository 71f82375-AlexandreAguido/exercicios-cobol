       IDENTIFICATION DIVISION.
       PROGRAM-ID. FREQDIA.
      *este programa acumula a chamada diaria em FREQALU.DAT. cada
      *linha de CHAMADA.DAT e uma aula dada a um aluno (data, turma,
      *disciplina, matricula, presente/falta e falta justificada):
      *soma uma aula dada em FREQ-AULAS-DADAS e, se o aluno esteve
      *presente ou teve a falta justificada (atestado), uma aula em
      *FREQ-AULAS-ASSIST; a falta justificada e contada a parte em
      *FREQ-FALTAS-JUST. assim a regra de 75% do EX3 continua lendo
      *o mesmo FREQALU.DAT e a falta justificada nao reprova.
      *FREQALU.DAT acumula o ano letivo inteiro: o ano novo comeca
      *com o arquivo vazio, depois do historico e da virada do
      *VIRADA.JCL, que ainda leem a frequencia do ano que fecha.
      *linhas invalidas (aluno nao cadastrado ou de outra turma,
      *disciplina nao cadastrada, data ou marcacao invalida) vao
      *para o relatorio de excecao ERROCHAM.DAT e para o arquivo de
      *suspensos CHAMSUSP.DAT, no layout de CHAMADA.DAT, para serem
      *corrigidas e realimentadas no ciclo seguinte.
      *aceita um parametro de modo na linha de comando: "A" emite o
      *relatorio semanal de alerta de faltas RELALFRQ.DAT, por
      *turma, com os alunos cujo percentual de faltas nao
      *justificadas ja passou do nivel de alerta do cartao
      *PARMFREQ.DAT (15% sem cartao), antes ou depois de chegarem
      *ao limite de reprovacao; qualquer outro valor (ou omitido)
      *roda a acumulacao diaria.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL CHAMADA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHA-STATUS.

           SELECT OPTIONAL FREQALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FREQ-STATUS.

      * copia de geracao anterior de FREQALU.DAT, com o numero do
      * ciclo no nome (BKPFREQNNNNNN.DAT), como o BKPALU do MANUTALU.
           SELECT BKPFREQ ASSIGN TO WS-BKP-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BKP-STATUS.

           SELECT ARQALU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAT-ALU
           FILE STATUS IS WS-ALU-STATUS.

           SELECT DISCIP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISC-STATUS.

           SELECT OPTIONAL TURMAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TUR-STATUS.

           SELECT OPTIONAL PARMFREQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

           SELECT ERROCHAM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHAMSUSP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELALFRQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.

           SELECT OPTIONAL CICLOCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CICLO-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * uma linha por aluno por aula dada. CHA-PRESENCA "P" presente,
      * "F" falta; CHA-JUSTIF "S" falta justificada, "N" ou branco
      * nao justificada (so vale para falta).
           FD CHAMADA
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "CHAMADA.DAT".

             01 REG-CHAMADA.
                02 CHA-DATA PIC 9(8).
                02 CHA-TURMA PIC X(3).
                02 CHA-DIS-COD PIC 9(2).
                02 CHA-MAT-ALU PIC 9(6).
                02 CHA-PRESENCA PIC X(1).
                02 CHA-JUSTIF PIC X(1).

      * FREQ-FALTAS-JUST foi acrescentado no fim do registro; linha
      * antiga sem o campo e lida como zero falta justificada.
           FD FREQALU
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "FREQALU.DAT".

             01 REG-FREQALU.
                02 FREQ-MAT-ALU PIC 9(6).
                02 FREQ-AULAS-DADAS PIC 9(3).
                02 FREQ-AULAS-ASSIST PIC 9(3).
                02 FREQ-FALTAS-JUST PIC 9(3).

           FD BKPFREQ
             LABEL RECORD ARE STANDARD.

             01 REG-BKPFREQ PIC X(15).

           FD ARQALU
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "ARQALU.DAT".

             01 REGALU.
                02 MAT-ALU PIC 9(6).
                02 NOM-ALU PIC X(20).
                02 NOTA-ALU PIC 9(2).
                02 TURMA-ALU PIC X(3).

           FD DISCIP
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "DISCIP.DAT".

             01 REG-DISCIP.
                02 DISC-COD PIC 9(2).
                02 DISC-NOME PIC X(20).

      * cadastro de turmas, no layout do MANUTTUR; aqui so da o
      * professor regente no cabecalho de cada turma do alerta.
           FD TURMAS
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "TURMAS.DAT".

             01 REG-TURMA.
                02 TUR-CODIGO PIC X(3).
                02 TUR-SERIE PIC 9(2).
                02 TUR-TURNO PIC X(1).
                02 TUR-PROFESSOR PIC X(20).
                02 TUR-SALA PIC X(4).
                02 TUR-CAPACIDADE PIC 9(3).
                02 TUR-SITUACAO PIC X(1).

      * nivel de alerta em percentual de faltas nao justificadas.
           FD PARMFREQ
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "PARMFREQ.DAT".

             01 REG-PARMFREQ.
                02 PARM-ALERTA-PCT PIC 9(3)V99.

           FD ERROCHAM
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "ERROCHAM.DAT".

             01 REG-ERROCHAM PIC X(80).

           FD CHAMSUSP
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "CHAMSUSP.DAT".

             01 REG-CHAMSUSP PIC X(21).

           FD RELALFRQ
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "RELALFRQ.DAT".

             01 REG-RELALFRQ PIC X(80).

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
           77 WS-MODO PIC X(1) VALUE SPACE.
           77 FLAG-CHA PIC 9(1) VALUE 0.
           77 FLAG-FREQ PIC 9(1) VALUE 0.
           77 FLAG-DISC PIC 9(1) VALUE 0.
           77 FLAG-TUR PIC 9(1) VALUE 0.
           77 FLAG-AUD PIC 9(1) VALUE 0.
           77 WS-CHA-STATUS PIC X(2).
           77 WS-FREQ-STATUS PIC X(2).
           77 WS-ALU-STATUS PIC X(2).
           77 WS-DISC-STATUS PIC X(2).
           77 WS-TUR-STATUS PIC X(2).
           77 WS-PARM-STATUS PIC X(2).
           77 WS-QTD-FREQ PIC 9(4) VALUE 0.
           77 WS-FREQ-IDX PIC 9(4) VALUE 0.
           77 WS-FREQ-ACHOU PIC X(1) VALUE "N".
           77 WS-QTD-LIDOS PIC 9(6) VALUE 0.
           77 WS-QTD-ACEITOS PIC 9(6) VALUE 0.
           77 WS-QTD-REJ PIC 9(6) VALUE 0.
           77 WS-QTD-NOVOS PIC 9(6) VALUE 0.
           77 WS-CHA-OK PIC X(1) VALUE "N".
           77 WS-JA-ACUMULADO PIC X(1) VALUE "N".
           77 WS-AUD-STATUS PIC X(2).
           77 WS-AUD-DATA-HORA PIC X(21).
           77 WS-CICLO-STATUS PIC X(2).
           77 WS-CICLO-NUM PIC 9(6) VALUE 0.
           77 WS-CICLO-DATA PIC 9(8) VALUE 0.

      * disciplina de copia de seguranca antes do OPEN OUTPUT que
      * regrava FREQALU.DAT: num rerun do mesmo ciclo a copia ja
      * existente NAO e regravada.
           77 WS-BKP-STATUS PIC X(2).
           77 WS-BKP-EXISTE PIC X(1) VALUE "N".
           77 WS-QTD-GRAVADOS PIC 9(6) VALUE 0.
           77 WS-QTD-FREQ-FIM PIC 9(6) VALUE 0.
           77 FLAG-BKP PIC 9(1) VALUE 0.

           01 WS-BKP-NOME PIC X(17) VALUE SPACES.
           01 WS-BKP-NOME-DET REDEFINES WS-BKP-NOME.
             02 FILLER PIC X(7).
             02 BKP-NOME-CICLO PIC 9(6).
             02 FILLER PIC X(4).

      * area do alerta semanal. o limite de reprovacao e o
      * complemento da regra de 75% de frequencia do EX3.
           77 WS-PCT-ALERTA PIC 9(3)V99 VALUE 15.
           77 WS-PCT-LIMITE PIC 9(3)V99 VALUE 25.
           77 WS-PCT-FALTAS PIC 9(3)V99 VALUE 0.
           77 WS-FALTAS PIC 9(3) VALUE 0.
           77 WS-QTD-ALERTA PIC 9(4) VALUE 0.
           77 WS-QTD-ACIMA PIC 9(4) VALUE 0.
           77 WS-QTD-TURMA PIC 9(4) VALUE 0.
           77 WS-ALR-IDX PIC 9(4) VALUE 0.
           77 WS-SUB-I PIC 9(4) VALUE 0.
           77 WS-SUB-J PIC 9(4) VALUE 0.
           77 WS-TURMA-ATUAL PIC X(3) VALUE SPACES.
           77 WS-QTD-TUR PIC 9(3) VALUE 0.
           77 WS-TUR-IDX PIC 9(3) VALUE 0.

      * AUD-LIDOS sao as linhas de chamada lidas, AUD-GRAVADOS as
      * aceitas, AUD-REJEITADOS as suspensas e AUD-GRAVADOS-2 os
      * alunos que entraram pela primeira vez em FREQALU.DAT. no
      * alerta (FREQ-ALR): alunos lidos, alunos em alerta e, destes,
      * os que ja passaram do limite de reprovacao.
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

           01 TAB-FREQ.
             02 TAB-FREQ-ITEM OCCURS 2000 TIMES.
                03 TAB-FREQ-MAT PIC 9(6).
                03 TAB-FREQ-DADAS PIC 9(3).
                03 TAB-FREQ-ASSIST PIC 9(3).
                03 TAB-FREQ-JUST PIC 9(3).

      * DISCIP.DAT indexado direto pelo codigo, mesmo esquema do
      * BOLETIM; nome em branco = disciplina nao cadastrada.
           01 TAB-DISCIP.
             02 TAB-DISC-NOME PIC X(20) OCCURS 100 TIMES.

           01 TAB-TURMAS.
             02 TAB-TUR-ITEM OCCURS 200 TIMES.
                03 TAB-TUR-CODIGO PIC X(3).
                03 TAB-TUR-PROFESSOR PIC X(20).

           01 TAB-ALERTA.
             02 TAB-ALR-ITEM OCCURS 2000 TIMES.
                03 TAB-ALR-TURMA PIC X(3).
                03 TAB-ALR-NOM PIC X(20).
                03 TAB-ALR-MAT PIC 9(6).
                03 TAB-ALR-DADAS PIC 9(3).
                03 TAB-ALR-FALTAS PIC 9(3).
                03 TAB-ALR-JUST PIC 9(3).
                03 TAB-ALR-PCT PIC 9(3)V99.

           01 TAB-ALR-TEMP PIC X(43).

           01 CAB-ERRO.
             02 FILLER PIC X(15) VALUE SPACES.
             02 FILLER PIC X(36)
                VALUE "RELATORIO DE EXCECAO - CHAMADA.DAT".

           01 DET-ERRO.
             02 FILLER PIC X(5) VALUE SPACES.
             02 FILLER PIC X(4) VALUE "MAT ".
             02 DET-MAT PIC 9(6).
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-DATA PIC 9(8).
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-TURMA PIC X(3).
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-DISC PIC 9(2).
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-MOTIVO PIC X(30).

           01 TOT-ERRO.
             02 FILLER PIC X(5) VALUE SPACES.
             02 FILLER PIC X(27) VALUE "TOTAL DE LINHAS REJEITADAS".
             02 TOT-QTD-REJ PIC ZZZZZ9.

           01 CAB-ALR.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(37)
                VALUE "ALERTA SEMANAL DE FALTAS - FREQALU".
             02 FILLER PIC X(7) VALUE " CICLO ".
             02 CAB-ALR-CICLO PIC 9(6).

           01 CAB-ALR-NIVEL.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(16) VALUE "NIVEL DE ALERTA ".
             02 CAB-ALR-PCT PIC ZZ9,99.
             02 FILLER PIC X(20) VALUE "%  LIMITE REPROVACAO".
             02 CAB-ALR-LIMITE PIC ZZ9,99.
             02 FILLER PIC X(1) VALUE "%".

           01 CAB-ALR-TURMA.
             02 FILLER PIC X(5) VALUE SPACES.
             02 FILLER PIC X(6) VALUE "TURMA ".
             02 CAB-ALR-TURMA-COD PIC X(3).
             02 FILLER PIC X(11) VALUE "  REGENTE: ".
             02 CAB-ALR-PROFESSOR PIC X(20).

           01 CAB-ALR-COL.
             02 FILLER PIC X(5) VALUE SPACES.
             02 FILLER PIC X(28) VALUE "MAT     NOME".
             02 FILLER PIC X(30)
                VALUE "AULAS FALTAS JUST  %FALT".

           01 DET-ALR.
             02 FILLER PIC X(5) VALUE SPACES.
             02 DET-ALR-MAT PIC 9(6).
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-ALR-NOM PIC X(20).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-ALR-DADAS PIC ZZ9.
             02 FILLER PIC X(3) VALUE SPACES.
             02 DET-ALR-FALTAS PIC ZZ9.
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-ALR-JUST PIC ZZ9.
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-ALR-PCT PIC ZZ9,99.
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-ALR-SITUACAO PIC X(15).

           01 TOT-ALR-TURMA.
             02 FILLER PIC X(5) VALUE SPACES.
             02 FILLER PIC X(26) VALUE "ALUNOS EM ALERTA NA TURMA".
             02 TOT-ALR-TURMA-QTD PIC ZZZ9.

           01 TOT-ALR.
             02 FILLER PIC X(5) VALUE SPACES.
             02 FILLER PIC X(17) VALUE "TOTAL EM ALERTA ".
             02 TOT-ALR-QTD PIC ZZZ9.
             02 FILLER PIC X(18) VALUE "  ACIMA DO LIMITE ".
             02 TOT-ALR-ACIMA PIC ZZZ9.

           01 MSG-SEM-ALERTA.
             02 FILLER PIC X(5) VALUE SPACES.
             02 FILLER PIC X(40)
                VALUE "NENHUM ALUNO ACIMA DO NIVEL DE ALERTA".

           01 LIN-BRANCO PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PROG-FREQDIA.
           ACCEPT WS-MODO FROM COMMAND-LINE.
           PERFORM LER-CICLO.
           EVALUATE WS-MODO
             WHEN "A" WHEN "a"
               PERFORM ALERTA-PASS
             WHEN OTHER
               PERFORM CHAMADA-PASS
           END-EVALUATE.

      * acumulacao diaria: a chamada do ciclo entra uma vez so.
       CHAMADA-PASS.
           PERFORM VERIFICAR-CHAMADA-CICLO.
           PERFORM CARREGAR-DISCIP.
           PERFORM COPIAR-FREQ-BACKUP.
           PERFORM CARREGAR-FREQ.
           PERFORM ABRIR-CHAMADA.
           PERFORM LEITURA-CHA.
           PERFORM PROCESSAR-CHA UNTIL FLAG-CHA EQUAL 1.
           PERFORM GRAVAR-FREQ.
           PERFORM FIM-CHAMADA.

      * um rerun do job no mesmo ciclo somaria a mesma chamada duas
      * vezes: se o AUDITLOG ja tem a linha FREQDIA do ciclo o passo
      * so avisa e termina com RC=0, sem tocar em FREQALU.DAT, para
      * nao segurar o resto do job. rodada caida no meio (sem linha
      * no log) e refeita depois de devolver o BKPFREQ do ciclo.
       VERIFICAR-CHAMADA-CICLO.
           MOVE "N" TO WS-JA-ACUMULADO.
           IF WS-CICLO-NUM > 0
             OPEN INPUT AUDITLOG
             IF WS-AUD-STATUS EQUAL "00"
               MOVE 0 TO FLAG-AUD
               PERFORM LER-AUDITLOG-CHAMADA UNTIL FLAG-AUD EQUAL 1
               CLOSE AUDITLOG.
           IF WS-JA-ACUMULADO EQUAL "S"
             DISPLAY "AVISO: CHAMADA DO CICLO " WS-CICLO-NUM
               " JA ACUMULADA EM FREQALU.DAT"
             STOP RUN.

       LER-AUDITLOG-CHAMADA.
           READ AUDITLOG
             AT END MOVE 1 TO FLAG-AUD
             NOT AT END
               MOVE REG-AUDITLOG TO LIN-AUDITLOG
               IF AUD-PROGRAMA EQUAL "FREQDIA"
                 AND AUD-CICLO EQUAL WS-CICLO-NUM
                 MOVE "S" TO WS-JA-ACUMULADO
               END-IF
           END-READ.

      * sem cadastro de disciplinas nenhuma linha de chamada seria
      * aceita: o passo para antes de tocar em FREQALU.DAT.
       CARREGAR-DISCIP.
           MOVE SPACES TO TAB-DISCIP.
           MOVE 0 TO FLAG-DISC.
           OPEN INPUT DISCIP.
           IF WS-DISC-STATUS NOT EQUAL "00"
             DISPLAY "ERRO: ABERTURA DISCIP.DAT FS=" WS-DISC-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           PERFORM LER-DISCIP UNTIL FLAG-DISC EQUAL 1.
           CLOSE DISCIP.

       LER-DISCIP.
           READ DISCIP
             AT END MOVE 1 TO FLAG-DISC
             NOT AT END
               IF DISC-COD IS NUMERIC
                 MOVE DISC-NOME TO TAB-DISC-NOME(DISC-COD + 1)
               END-IF
           END-READ.

      * corta a copia de geracao anterior (uma por ciclo) antes de
      * qualquer alteracao; sem FREQALU.DAT nao ha o que copiar.
       COPIAR-FREQ-BACKUP.
           MOVE "BKPFREQ000000.DAT" TO WS-BKP-NOME.
           MOVE WS-CICLO-NUM TO BKP-NOME-CICLO.
           MOVE "N" TO WS-BKP-EXISTE.
           OPEN INPUT BKPFREQ.
           IF WS-BKP-STATUS EQUAL "00"
             READ BKPFREQ
               AT END CONTINUE
               NOT AT END MOVE "S" TO WS-BKP-EXISTE
             END-READ
             CLOSE BKPFREQ.
           IF WS-BKP-EXISTE EQUAL "S"
             CONTINUE
           ELSE
             MOVE 0 TO FLAG-BKP
             OPEN INPUT FREQALU
             IF WS-FREQ-STATUS EQUAL "00"
               OPEN OUTPUT BKPFREQ
               PERFORM COPIAR-REG-BACKUP UNTIL FLAG-BKP EQUAL 1
               CLOSE FREQALU BKPFREQ.

       COPIAR-REG-BACKUP.
           READ FREQALU
             AT END MOVE 1 TO FLAG-BKP
             NOT AT END WRITE REG-BKPFREQ FROM REG-FREQALU
           END-READ.

       CARREGAR-FREQ.
           MOVE 0 TO FLAG-FREQ.
           MOVE 0 TO WS-QTD-FREQ.
           OPEN INPUT FREQALU.
           IF WS-FREQ-STATUS EQUAL "00"
             PERFORM LER-FREQ UNTIL FLAG-FREQ EQUAL 1
             CLOSE FREQALU.

       LER-FREQ.
           READ FREQALU
             AT END MOVE 1 TO FLAG-FREQ
             NOT AT END PERFORM GUARDAR-FREQ
           END-READ.

       GUARDAR-FREQ.
           IF WS-QTD-FREQ EQUAL 2000
             DISPLAY "ERRO: FREQALU.DAT EXCEDE LIMITE 2000"
             CLOSE FREQALU
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           IF FREQ-FALTAS-JUST IS NOT NUMERIC
             MOVE 0 TO FREQ-FALTAS-JUST.
           COMPUTE WS-QTD-FREQ = WS-QTD-FREQ + 1.
           MOVE FREQ-MAT-ALU TO TAB-FREQ-MAT(WS-QTD-FREQ).
           MOVE FREQ-AULAS-DADAS TO TAB-FREQ-DADAS(WS-QTD-FREQ).
           MOVE FREQ-AULAS-ASSIST TO TAB-FREQ-ASSIST(WS-QTD-FREQ).
           MOVE FREQ-FALTAS-JUST TO TAB-FREQ-JUST(WS-QTD-FREQ).

       ABRIR-CHAMADA.
           OPEN INPUT ARQALU.
           IF WS-ALU-STATUS NOT EQUAL "00"
             DISPLAY "ERRO: ABERTURA ARQALU.DAT FS=" WS-ALU-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           OPEN INPUT CHAMADA.
           OPEN OUTPUT ERROCHAM.
           OPEN OUTPUT CHAMSUSP.
           WRITE REG-ERROCHAM FROM CAB-ERRO.

       LEITURA-CHA.
           READ CHAMADA AT END MOVE 1 TO FLAG-CHA.

       PROCESSAR-CHA.
           COMPUTE WS-QTD-LIDOS = WS-QTD-LIDOS + 1.
           PERFORM VALIDAR-CHA.
           IF WS-CHA-OK EQUAL "N"
             PERFORM GRAVA-ERRO
           ELSE
             PERFORM LOCALIZAR-FREQ
             IF WS-FREQ-ACHOU EQUAL "N"
               PERFORM INCLUIR-FREQ
             END-IF
             IF WS-FREQ-ACHOU EQUAL "S"
               PERFORM ACUMULAR-CHA.
           PERFORM LEITURA-CHA.

      * consistencia da linha de chamada; deixa WS-CHA-OK = "N" e o
      * motivo em DET-MOTIVO no primeiro erro.
       VALIDAR-CHA.
           MOVE "S" TO WS-CHA-OK.
           IF CHA-JUSTIF EQUAL SPACE
             MOVE "N" TO CHA-JUSTIF.
           IF CHA-DATA IS NOT NUMERIC OR CHA-DATA EQUAL 0
             MOVE "N" TO WS-CHA-OK
             MOVE "DATA INVALIDA" TO DET-MOTIVO
           ELSE
             IF WS-CICLO-DATA > 0 AND CHA-DATA > WS-CICLO-DATA
               MOVE "N" TO WS-CHA-OK
               MOVE "DATA POSTERIOR AO CICLO" TO DET-MOTIVO
             ELSE
               IF CHA-PRESENCA NOT EQUAL "P" AND NOT EQUAL "F"
                 MOVE "N" TO WS-CHA-OK
                 MOVE "PRESENCA INVALIDA" TO DET-MOTIVO
               ELSE
                 IF CHA-JUSTIF NOT EQUAL "S" AND NOT EQUAL "N"
                   OR (CHA-JUSTIF EQUAL "S" AND CHA-PRESENCA EQUAL "P")
                   MOVE "N" TO WS-CHA-OK
                   MOVE "JUSTIFICATIVA INVALIDA" TO DET-MOTIVO
                 ELSE
                   PERFORM VALIDAR-CHA-CADASTROS.

       VALIDAR-CHA-CADASTROS.
           IF CHA-DIS-COD IS NOT NUMERIC
             MOVE "N" TO WS-CHA-OK
             MOVE "DISCIPLINA NAO CADASTRADA" TO DET-MOTIVO
           ELSE
             IF TAB-DISC-NOME(CHA-DIS-COD + 1) EQUAL SPACES
               MOVE "N" TO WS-CHA-OK
               MOVE "DISCIPLINA NAO CADASTRADA" TO DET-MOTIVO
             ELSE
               MOVE CHA-MAT-ALU TO MAT-ALU
               READ ARQALU
                 INVALID KEY
                   MOVE "N" TO WS-CHA-OK
                   MOVE "MATRICULA NAO CADASTRADA" TO DET-MOTIVO
                 NOT INVALID KEY
                   IF TURMA-ALU NOT EQUAL CHA-TURMA
                     MOVE "N" TO WS-CHA-OK
                     MOVE "ALUNO DE OUTRA TURMA" TO DET-MOTIVO
                   END-IF
               END-READ.

       LOCALIZAR-FREQ.
           MOVE "N" TO WS-FREQ-ACHOU.
           MOVE 1 TO WS-FREQ-IDX.
           PERFORM UNTIL WS-FREQ-IDX > WS-QTD-FREQ
             OR WS-FREQ-ACHOU EQUAL "S"
             IF TAB-FREQ-MAT(WS-FREQ-IDX) EQUAL CHA-MAT-ALU
               MOVE "S" TO WS-FREQ-ACHOU
             ELSE
               COMPUTE WS-FREQ-IDX = WS-FREQ-IDX + 1.

      * primeira aula do aluno no ano: abre a linha dele zerada.
       INCLUIR-FREQ.
           IF WS-QTD-FREQ EQUAL 2000
             MOVE "TABELA DE FREQUENCIA CHEIA" TO DET-MOTIVO
             PERFORM GRAVA-ERRO
           ELSE
             COMPUTE WS-QTD-FREQ = WS-QTD-FREQ + 1
             MOVE WS-QTD-FREQ TO WS-FREQ-IDX
             MOVE CHA-MAT-ALU TO TAB-FREQ-MAT(WS-FREQ-IDX)
             MOVE 0 TO TAB-FREQ-DADAS(WS-FREQ-IDX)
             MOVE 0 TO TAB-FREQ-ASSIST(WS-FREQ-IDX)
             MOVE 0 TO TAB-FREQ-JUST(WS-FREQ-IDX)
             COMPUTE WS-QTD-NOVOS = WS-QTD-NOVOS + 1
             MOVE "S" TO WS-FREQ-ACHOU.

      * FREQ-AULAS-DADAS tem 3 posicoes: a aula que passaria de 999
      * vai para os suspensos em vez de estourar o contador.
       ACUMULAR-CHA.
           IF TAB-FREQ-DADAS(WS-FREQ-IDX) EQUAL 999
             MOVE "TOTAL DE AULAS EXCEDE 999" TO DET-MOTIVO
             PERFORM GRAVA-ERRO
           ELSE
             COMPUTE TAB-FREQ-DADAS(WS-FREQ-IDX) =
               TAB-FREQ-DADAS(WS-FREQ-IDX) + 1
             IF CHA-PRESENCA EQUAL "P" OR CHA-JUSTIF EQUAL "S"
               COMPUTE TAB-FREQ-ASSIST(WS-FREQ-IDX) =
                 TAB-FREQ-ASSIST(WS-FREQ-IDX) + 1
             END-IF
             IF CHA-JUSTIF EQUAL "S"
               COMPUTE TAB-FREQ-JUST(WS-FREQ-IDX) =
                 TAB-FREQ-JUST(WS-FREQ-IDX) + 1
             END-IF
             COMPUTE WS-QTD-ACEITOS = WS-QTD-ACEITOS + 1.

      * linha rejeitada: grava no relatorio de excecao e tambem no
      * arquivo de suspensos, no layout de REG-CHAMADA.
       GRAVA-ERRO.
           COMPUTE WS-QTD-REJ = WS-QTD-REJ + 1.
           MOVE CHA-MAT-ALU TO DET-MAT.
           MOVE CHA-DATA TO DET-DATA.
           MOVE CHA-TURMA TO DET-TURMA.
           MOVE CHA-DIS-COD TO DET-DISC.
           WRITE REG-ERROCHAM FROM DET-ERRO.
           WRITE REG-CHAMSUSP FROM REG-CHAMADA.

       GRAVAR-FREQ.
           OPEN OUTPUT FREQALU.
           PERFORM GRAVAR-ITEM-FREQ
             VARYING WS-FREQ-IDX FROM 1 BY 1
             UNTIL WS-FREQ-IDX > WS-QTD-FREQ.
           CLOSE FREQALU.

       GRAVAR-ITEM-FREQ.
           MOVE TAB-FREQ-MAT(WS-FREQ-IDX) TO FREQ-MAT-ALU.
           MOVE TAB-FREQ-DADAS(WS-FREQ-IDX) TO FREQ-AULAS-DADAS.
           MOVE TAB-FREQ-ASSIST(WS-FREQ-IDX) TO FREQ-AULAS-ASSIST.
           MOVE TAB-FREQ-JUST(WS-FREQ-IDX) TO FREQ-FALTAS-JUST.
           COMPUTE WS-QTD-GRAVADOS = WS-QTD-GRAVADOS + 1.
           WRITE REG-FREQALU.

      * confere o FREQALU.DAT regravado contra a quantidade gravada;
      * divergencia derruba o passo com RC=8 para a operacao
      * devolver o BKPFREQ do ciclo antes de o STEP020 ler o arquivo.
       CONFERIR-FREQ.
           MOVE 0 TO FLAG-BKP.
           MOVE 0 TO WS-QTD-FREQ-FIM.
           OPEN INPUT FREQALU.
           PERFORM CONTAR-REG-FIM UNTIL FLAG-BKP EQUAL 1.
           CLOSE FREQALU.
           IF WS-QTD-FREQ-FIM NOT EQUAL WS-QTD-GRAVADOS
             DISPLAY "ERRO: FREQALU.DAT COM " WS-QTD-FREQ-FIM
               " REGISTROS, ESPERADOS " WS-QTD-GRAVADOS
               " - RESTAURAR BKPFREQ"
             MOVE 8 TO RETURN-CODE.

       CONTAR-REG-FIM.
           READ FREQALU
             AT END MOVE 1 TO FLAG-BKP
             NOT AT END
               COMPUTE WS-QTD-FREQ-FIM = WS-QTD-FREQ-FIM + 1
           END-READ.

       FIM-CHAMADA.
           MOVE WS-QTD-REJ TO TOT-QTD-REJ.
           WRITE REG-ERROCHAM FROM TOT-ERRO.
           CLOSE ARQALU CHAMADA ERROCHAM CHAMSUSP.
           PERFORM CONFERIR-FREQ.
           MOVE "FREQDIA" TO AUD-PROGRAMA.
           MOVE WS-QTD-LIDOS TO AUD-LIDOS.
           MOVE WS-QTD-ACEITOS TO AUD-GRAVADOS.
           MOVE WS-QTD-REJ TO AUD-REJEITADOS.
           MOVE WS-QTD-NOVOS TO AUD-GRAVADOS-2.
           PERFORM GRAVAR-AUDITORIA.
           STOP RUN.

      * alerta semanal: percentual de faltas nao justificadas sobre
      * as aulas dadas ate agora; lista quem passou do nivel de
      * alerta, marcando quem ja passou do limite de reprovacao.
       ALERTA-PASS.
           PERFORM LER-PARAMETRO.
           PERFORM CARREGAR-TURMAS.
           PERFORM SELECIONAR-ALERTAS.
           PERFORM ORDENAR-ALERTAS.
           PERFORM IMPRIMIR-ALERTAS.
           MOVE "FREQ-ALR" TO AUD-PROGRAMA.
           MOVE WS-QTD-FREQ TO AUD-LIDOS.
           MOVE WS-QTD-ALERTA TO AUD-GRAVADOS.
           MOVE WS-QTD-ACIMA TO AUD-REJEITADOS.
           MOVE 0 TO AUD-GRAVADOS-2.
           PERFORM GRAVAR-AUDITORIA.
           STOP RUN.

      * sem cartao (ou com valor zerado) vale o nivel padrao de 15%.
       LER-PARAMETRO.
           OPEN INPUT PARMFREQ.
           IF WS-PARM-STATUS EQUAL "00"
             READ PARMFREQ
               AT END CONTINUE
               NOT AT END
                 IF PARM-ALERTA-PCT IS NUMERIC
                   AND PARM-ALERTA-PCT > 0
                   MOVE PARM-ALERTA-PCT TO WS-PCT-ALERTA
                 END-IF
             END-READ
             CLOSE PARMFREQ.

       CARREGAR-TURMAS.
           MOVE 0 TO FLAG-TUR.
           MOVE 0 TO WS-QTD-TUR.
           OPEN INPUT TURMAS.
           IF WS-TUR-STATUS EQUAL "00"
             PERFORM LER-TURMA UNTIL FLAG-TUR EQUAL 1
             CLOSE TURMAS.

       LER-TURMA.
           READ TURMAS
             AT END MOVE 1 TO FLAG-TUR
             NOT AT END
               IF WS-QTD-TUR < 200
                 COMPUTE WS-QTD-TUR = WS-QTD-TUR + 1
                 MOVE TUR-CODIGO TO TAB-TUR-CODIGO(WS-QTD-TUR)
                 MOVE TUR-PROFESSOR TO
                   TAB-TUR-PROFESSOR(WS-QTD-TUR)
               END-IF
           END-READ.

      * aluno que ja saiu do mestre (desistente/transferido) nao
      * entra no alerta.
       SELECIONAR-ALERTAS.
           OPEN INPUT ARQALU.
           IF WS-ALU-STATUS NOT EQUAL "00"
             DISPLAY "ERRO: ABERTURA ARQALU.DAT FS=" WS-ALU-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           MOVE 0 TO FLAG-FREQ.
           MOVE 0 TO WS-QTD-FREQ.
           OPEN INPUT FREQALU.
           IF WS-FREQ-STATUS EQUAL "00"
             PERFORM LER-FREQ-ALERTA UNTIL FLAG-FREQ EQUAL 1
             CLOSE FREQALU.
           CLOSE ARQALU.

       LER-FREQ-ALERTA.
           READ FREQALU
             AT END MOVE 1 TO FLAG-FREQ
             NOT AT END
               COMPUTE WS-QTD-FREQ = WS-QTD-FREQ + 1
               PERFORM AVALIAR-ALUNO
           END-READ.

       AVALIAR-ALUNO.
           IF FREQ-FALTAS-JUST IS NOT NUMERIC
             MOVE 0 TO FREQ-FALTAS-JUST.
           IF FREQ-AULAS-DADAS > 0
             AND FREQ-AULAS-ASSIST NOT > FREQ-AULAS-DADAS
             COMPUTE WS-FALTAS = FREQ-AULAS-DADAS - FREQ-AULAS-ASSIST
             COMPUTE WS-PCT-FALTAS ROUNDED =
               WS-FALTAS * 100 / FREQ-AULAS-DADAS
             IF WS-PCT-FALTAS NOT < WS-PCT-ALERTA
               MOVE FREQ-MAT-ALU TO MAT-ALU
               READ ARQALU
                 INVALID KEY CONTINUE
                 NOT INVALID KEY PERFORM GUARDAR-ALERTA
               END-READ.

       GUARDAR-ALERTA.
           IF WS-QTD-ALERTA < 2000
             COMPUTE WS-QTD-ALERTA = WS-QTD-ALERTA + 1
             MOVE TURMA-ALU TO TAB-ALR-TURMA(WS-QTD-ALERTA)
             MOVE NOM-ALU TO TAB-ALR-NOM(WS-QTD-ALERTA)
             MOVE MAT-ALU TO TAB-ALR-MAT(WS-QTD-ALERTA)
             MOVE FREQ-AULAS-DADAS TO TAB-ALR-DADAS(WS-QTD-ALERTA)
             MOVE WS-FALTAS TO TAB-ALR-FALTAS(WS-QTD-ALERTA)
             MOVE FREQ-FALTAS-JUST TO TAB-ALR-JUST(WS-QTD-ALERTA)
             MOVE WS-PCT-FALTAS TO TAB-ALR-PCT(WS-QTD-ALERTA)
             IF WS-PCT-FALTAS > WS-PCT-LIMITE
               COMPUTE WS-QTD-ACIMA = WS-QTD-ACIMA + 1.

      * ordena por turma e nome, para a quebra por turma.
       ORDENAR-ALERTAS.
           PERFORM VARYING WS-SUB-I FROM 1 BY 1
             UNTIL WS-SUB-I > WS-QTD-ALERTA - 1
               PERFORM VARYING WS-SUB-J FROM 1 BY 1
                 UNTIL WS-SUB-J > WS-QTD-ALERTA - WS-SUB-I
                   IF TAB-ALR-TURMA(WS-SUB-J) >
                      TAB-ALR-TURMA(WS-SUB-J + 1)
                     OR (TAB-ALR-TURMA(WS-SUB-J) EQUAL
                         TAB-ALR-TURMA(WS-SUB-J + 1)
                      AND TAB-ALR-NOM(WS-SUB-J) >
                          TAB-ALR-NOM(WS-SUB-J + 1))
                     PERFORM TROCAR-ALERTAS.

       TROCAR-ALERTAS.
           MOVE TAB-ALR-ITEM(WS-SUB-J) TO TAB-ALR-TEMP.
           MOVE TAB-ALR-ITEM(WS-SUB-J + 1) TO
             TAB-ALR-ITEM(WS-SUB-J).
           MOVE TAB-ALR-TEMP TO TAB-ALR-ITEM(WS-SUB-J + 1).

       IMPRIMIR-ALERTAS.
           OPEN OUTPUT RELALFRQ.
           MOVE WS-CICLO-NUM TO CAB-ALR-CICLO.
           WRITE REG-RELALFRQ FROM CAB-ALR.
           MOVE WS-PCT-ALERTA TO CAB-ALR-PCT.
           MOVE WS-PCT-LIMITE TO CAB-ALR-LIMITE.
           WRITE REG-RELALFRQ FROM CAB-ALR-NIVEL.
           IF WS-QTD-ALERTA EQUAL 0
             WRITE REG-RELALFRQ FROM LIN-BRANCO
             WRITE REG-RELALFRQ FROM MSG-SEM-ALERTA.
           PERFORM IMPRIMIR-LINHA-ALERTA
             VARYING WS-ALR-IDX FROM 1 BY 1
             UNTIL WS-ALR-IDX > WS-QTD-ALERTA.
           IF WS-QTD-ALERTA > 0
             PERFORM IMPRIMIR-TOTAL-TURMA.
           WRITE REG-RELALFRQ FROM LIN-BRANCO.
           MOVE WS-QTD-ALERTA TO TOT-ALR-QTD.
           MOVE WS-QTD-ACIMA TO TOT-ALR-ACIMA.
           WRITE REG-RELALFRQ FROM TOT-ALR.
           CLOSE RELALFRQ.

       IMPRIMIR-LINHA-ALERTA.
           IF WS-ALR-IDX EQUAL 1
             OR TAB-ALR-TURMA(WS-ALR-IDX) NOT EQUAL WS-TURMA-ATUAL
             IF WS-ALR-IDX > 1
               PERFORM IMPRIMIR-TOTAL-TURMA
             END-IF
             PERFORM IMPRIMIR-CAB-TURMA.
           PERFORM IMPRIMIR-ALUNO-ALERTA.

       IMPRIMIR-CAB-TURMA.
           MOVE TAB-ALR-TURMA(WS-ALR-IDX) TO WS-TURMA-ATUAL.
           MOVE 0 TO WS-QTD-TURMA.
           MOVE WS-TURMA-ATUAL TO CAB-ALR-TURMA-COD.
           MOVE SPACES TO CAB-ALR-PROFESSOR.
           PERFORM PROCURAR-PROFESSOR
             VARYING WS-TUR-IDX FROM 1 BY 1
             UNTIL WS-TUR-IDX > WS-QTD-TUR.
           WRITE REG-RELALFRQ FROM LIN-BRANCO.
           WRITE REG-RELALFRQ FROM CAB-ALR-TURMA.
           WRITE REG-RELALFRQ FROM CAB-ALR-COL.

       PROCURAR-PROFESSOR.
           IF TAB-TUR-CODIGO(WS-TUR-IDX) EQUAL WS-TURMA-ATUAL
             MOVE TAB-TUR-PROFESSOR(WS-TUR-IDX) TO
               CAB-ALR-PROFESSOR.

       IMPRIMIR-ALUNO-ALERTA.
           MOVE TAB-ALR-MAT(WS-ALR-IDX) TO DET-ALR-MAT.
           MOVE TAB-ALR-NOM(WS-ALR-IDX) TO DET-ALR-NOM.
           MOVE TAB-ALR-DADAS(WS-ALR-IDX) TO DET-ALR-DADAS.
           MOVE TAB-ALR-FALTAS(WS-ALR-IDX) TO DET-ALR-FALTAS.
           MOVE TAB-ALR-JUST(WS-ALR-IDX) TO DET-ALR-JUST.
           MOVE TAB-ALR-PCT(WS-ALR-IDX) TO DET-ALR-PCT.
           IF TAB-ALR-PCT(WS-ALR-IDX) > WS-PCT-LIMITE
             MOVE "ACIMA DO LIMITE" TO DET-ALR-SITUACAO
           ELSE
             MOVE "ALERTA" TO DET-ALR-SITUACAO.
           WRITE REG-RELALFRQ FROM DET-ALR.
           COMPUTE WS-QTD-TURMA = WS-QTD-TURMA + 1.

       IMPRIMIR-TOTAL-TURMA.
           MOVE WS-QTD-TURMA TO TOT-ALR-TURMA-QTD.
           WRITE REG-RELALFRQ FROM TOT-ALR-TURMA.


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

      * AUD-PROGRAMA e os contadores ja vem preenchidos pelo passo.
       GRAVAR-AUDITORIA.
           OPEN EXTEND AUDITLOG.
           IF WS-AUD-STATUS NOT EQUAL "00"
             OPEN OUTPUT AUDITLOG.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-DATA-HORA.
           MOVE WS-AUD-DATA-HORA TO AUD-DATA-HORA.
           MOVE WS-CICLO-NUM TO AUD-CICLO.
           WRITE REG-AUDITLOG FROM LIN-AUDITLOG.
           CLOSE AUDITLOG.
