       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTALU.
      *este programa grava o historico escolar permanente: no
      *fechamento do ano letivo (primeiro passo do VIRADA.JCL, antes
      *da virada zerar NOTA-ALU e mudar TURMA-ALU) acrescenta a
      *HISTESC.DAT, para cada aluno do mestre ARQALU.DAT, uma linha
      *por disciplina com a nota lancada em NOTADIS.DAT e o nome da
      *disciplina em DISCIP.DAT, e uma linha de resultado do ano com
      *a turma, a media das disciplinas, a nota final do mestre (ja
      *revisada pela segunda chamada), o percentual de frequencia de
      *FREQALU.DAT e o resultado aprovado/reprovado com o motivo,
      *pela mesma regra da virada: reprovado em ARQREP.DAT por
      *frequencia, ou por nota sem ter alcancado 6 na segunda
      *chamada. o nome da disciplina vai gravado no historico para
      *que uma alteracao posterior do cadastro nao mude o passado.
      *HISTESC.DAT nunca e recriado; um ano ja gravado nao e gravado
      *de novo (RC=4, sem gravar nada), para que um resubmit do
      *VIRADA.JCL apos restauracao nao duplique o historico.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           SELECT ARQALU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAT-ALU
           FILE STATUS IS WS-ALU-STATUS.

           SELECT NOTADIS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DIS-STATUS.

           SELECT OPTIONAL DISCIP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISC-STATUS.

           SELECT OPTIONAL FREQALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FREQ-STATUS.

           SELECT ARQREP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REP-STATUS.

           SELECT HISTESC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.

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

      * uma linha por nota lancada: matricula, codigo da disciplina
      * e a nota daquela disciplina.
           FD NOTADIS
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "NOTADIS.DAT".

             01 REG-NOTADIS.
                02 DIS-MAT-ALU PIC 9(6).
                02 DIS-COD PIC 9(2).
                02 DIS-NOTA PIC 9(2).

           FD DISCIP
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "DISCIP.DAT".

             01 REG-DISCIP.
                02 DISC-COD PIC 9(2).
                02 DISC-NOME PIC X(20).

           FD FREQALU
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "FREQALU.DAT".

             01 REG-FREQALU.
                02 FREQ-MAT-ALU PIC 9(6).
                02 FREQ-AULAS-DADAS PIC 9(3).
                02 FREQ-AULAS-ASSIST PIC 9(3).
                02 FREQ-FALTAS-JUST PIC 9(3).

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

      * historico escolar permanente, acumulado ano a ano. HIST-TIPO
      * "R" abre o ano do aluno com a turma e o resultado; "D" traz
      * cada disciplina do ano. HIST-RESULTADO "A" aprovado / "R"
      * reprovado; HIST-MOTIVO "N" nota, "F" frequencia, "S"
      * aprovado na segunda chamada, branco aprovado direto.
      * HIST-FREQ-REG "N" quando o aluno nao tinha registro em
      * FREQALU.DAT.
           FD HISTESC
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "HISTESC.DAT".

             01 REG-HISTESC.
                02 HIST-MAT-ALU PIC 9(6).
                02 HIST-ANO PIC 9(4).
                02 HIST-TIPO PIC X(1).
                02 HIST-DADOS PIC X(43).

             01 REG-HISTESC-DISC.
                02 FILLER PIC X(11).
                02 HIST-DIS-COD PIC 9(2).
                02 HIST-DIS-NOME PIC X(20).
                02 HIST-DIS-NOTA PIC 9(2).
                02 FILLER PIC X(19).

             01 REG-HISTESC-RES.
                02 FILLER PIC X(11).
                02 HIST-TURMA-ALU PIC X(3).
                02 HIST-NOM-ALU PIC X(20).
                02 HIST-MEDIA PIC 9(2)V99.
                02 HIST-NOTA-FINAL PIC 9(2).
                02 HIST-FREQ PIC 9(3)V99.
                02 HIST-FREQ-REG PIC X(1).
                02 HIST-RESULTADO PIC X(1).
                02 HIST-MOTIVO PIC X(1).
                02 HIST-CICLO PIC 9(6).

           FD AUDITLOG
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "AUDITLOG.DAT".

             01 REG-AUDITLOG PIC X(80).

      * cartao de ciclo compartilhado pelo job: numero da execucao e
      * data de processamento; o ano letivo do historico e o ano de
      * CICLO-DATA, entao aqui o cartao e obrigatorio.
           FD CICLOCTL
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "CICLOCTL.DAT".

             01 REG-CICLOCTL.
                02 CICLO-NUM PIC 9(6).
                02 CICLO-DATA PIC 9(8).

           WORKING-STORAGE SECTION.
           77 FLAG PIC 9(1) VALUE 0.
           77 FLAG-DIS PIC 9(1) VALUE 0.
           77 FLAG-DISC PIC 9(1) VALUE 0.
           77 FLAG-FREQ PIC 9(1) VALUE 0.
           77 FLAG-REP PIC 9(1) VALUE 0.
           77 FLAG-HIST PIC 9(1) VALUE 0.
           77 WS-ALU-STATUS PIC X(2).
           77 WS-DIS-STATUS PIC X(2).
           77 WS-DISC-STATUS PIC X(2).
           77 WS-FREQ-STATUS PIC X(2).
           77 WS-REP-STATUS PIC X(2).
           77 WS-HIST-STATUS PIC X(2).
           77 WS-AUD-STATUS PIC X(2).
           77 WS-AUD-DATA-HORA PIC X(21).
           77 WS-CICLO-STATUS PIC X(2).
           77 WS-CICLO-NUM PIC 9(6) VALUE 0.
           77 WS-TRAILER-OK PIC X(1) VALUE "N".
           77 WS-ANO-GRAVADO PIC X(1) VALUE "N".

           01 WS-CICLO-DATA PIC 9(8) VALUE 0.
           01 WS-CICLO-DATA-R REDEFINES WS-CICLO-DATA.
             02 WS-ANO-LETIVO PIC 9(4).
             02 FILLER PIC 9(4).

           77 WS-QTD-ALUNOS PIC 9(6) VALUE 0.
           77 WS-QTD-LIN-DISC PIC 9(6) VALUE 0.
           77 WS-QTD-SEM-NOTA PIC 9(6) VALUE 0.
           77 WS-QTD-DISC-ALUNO PIC 9(2) VALUE 0.
           77 WS-SOMA-ALUNO PIC 9(4) VALUE 0.

           01 TAB-NOTADIS.
             02 TAB-DIS-ITEM OCCURS 4000 TIMES.
                03 TAB-DIS-MAT PIC 9(6).
                03 TAB-DIS-COD PIC 9(2).
                03 TAB-DIS-NOTA PIC 9(2).
           77 WS-QTD-NOTAS PIC 9(4) VALUE 0.
           77 WS-DIS-IDX PIC 9(4) VALUE 0.

           01 TAB-DISCIP.
             02 TAB-DISC-NOME PIC X(20) OCCURS 100 TIMES
                VALUE SPACES.

           01 TAB-FREQ.
             02 TAB-FREQ-ITEM OCCURS 2000 TIMES.
                03 TAB-FREQ-MAT PIC 9(6).
                03 TAB-FREQ-DADAS PIC 9(3).
                03 TAB-FREQ-ASSIST PIC 9(3).
           77 WS-QTD-FREQ PIC 9(4) VALUE 0.
           77 WS-FREQ-IDX PIC 9(4) VALUE 0.
           77 WS-FREQ-ACHOU PIC X(1) VALUE "N".
           77 WS-PCT-FREQ PIC 9(3)V99 VALUE 0.

           01 TAB-REPROV.
             02 TAB-REPROV-ITEM OCCURS 2000 TIMES.
                03 TAB-REP-MAT PIC 9(6).
                03 TAB-REP-MOTIVO PIC X(1).
           77 WS-QTD-REPROV PIC 9(4) VALUE 0.
           77 WS-REP-IDX PIC 9(4) VALUE 0.
           77 WS-REP-ACHOU PIC X(1) VALUE "N".
           77 WS-REP-MOTIVO PIC X(1) VALUE SPACE.

      * AUD-LIDOS registra os alunos do mestre; AUD-GRAVADOS as
      * linhas de resultado gravadas no historico; AUD-REJEITADOS
      * os alunos sem nenhuma nota lancada (gravados com media zero);
      * AUD-GRAVADOS-2 as linhas de disciplina.
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

       PROCEDURE DIVISION.
       PROG-HISTALU.
           PERFORM LER-CICLO.
           PERFORM VERIFICAR-ANO-GRAVADO.
           PERFORM CARREGAR-DISCIP.
           PERFORM CARREGAR-NOTADIS.
           PERFORM CARREGAR-FREQ.
           PERFORM CARREGAR-REPROV.
           PERFORM ABRIR.
           PERFORM PROCESSAR-ALUNO UNTIL FLAG EQUAL 1.
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
           IF WS-ANO-LETIVO EQUAL 0
             DISPLAY "ERRO: CICLOCTL.DAT SEM DATA - ANO LETIVO "
               "INDEFINIDO"
             MOVE 8 TO RETURN-CODE
             STOP RUN.

      * ano ja presente em HISTESC.DAT: o passo termina com RC=4 sem
      * gravar nada, e a virada (que so roda com RC<=4) segue.
       VERIFICAR-ANO-GRAVADO.
           MOVE "N" TO WS-ANO-GRAVADO.
           OPEN INPUT HISTESC.
           IF WS-HIST-STATUS EQUAL "00"
             MOVE 0 TO FLAG-HIST
             PERFORM LER-HISTESC UNTIL FLAG-HIST EQUAL 1
             CLOSE HISTESC.
           IF WS-ANO-GRAVADO EQUAL "S"
             DISPLAY "AVISO: HISTORICO DO ANO " WS-ANO-LETIVO
               " JA GRAVADO EM HISTESC.DAT"
             MOVE 4 TO RETURN-CODE
             STOP RUN.

       LER-HISTESC.
           READ HISTESC
             AT END MOVE 1 TO FLAG-HIST
             NOT AT END
               IF HIST-ANO EQUAL WS-ANO-LETIVO
                 MOVE "S" TO WS-ANO-GRAVADO
                 MOVE 1 TO FLAG-HIST
               END-IF
           END-READ.

      * DISCIP.DAT e um cadastro pequeno indexado direto pelo
      * codigo, mesmo esquema do BOLETIM.
       CARREGAR-DISCIP.
           MOVE 0 TO FLAG-DISC.
           OPEN INPUT DISCIP.
           IF WS-DISC-STATUS EQUAL "00"
             PERFORM LER-DISCIP UNTIL FLAG-DISC EQUAL 1
             CLOSE DISCIP.

       LER-DISCIP.
           READ DISCIP
             AT END MOVE 1 TO FLAG-DISC
             NOT AT END
               MOVE DISC-NOME TO TAB-DISC-NOME(DISC-COD + 1)
           END-READ.

      * nota fora da faixa 0-10 ja sai na excecao do BOLETIM e nao
      * entrou na media do mestre; aqui ela so fica fora do
      * historico.
       CARREGAR-NOTADIS.
           MOVE 0 TO FLAG-DIS.
           MOVE 0 TO WS-QTD-NOTAS.
           OPEN INPUT NOTADIS.
           IF WS-DIS-STATUS NOT EQUAL "00"
             DISPLAY "ERRO: NOTADIS.DAT AUSENTE OU ILEGIVEL"
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           PERFORM GUARDAR-NOTA UNTIL FLAG-DIS EQUAL 1.
           CLOSE NOTADIS.

       GUARDAR-NOTA.
           READ NOTADIS
             AT END MOVE 1 TO FLAG-DIS
             NOT AT END
               IF WS-QTD-NOTAS EQUAL 4000
                 DISPLAY "ERRO: NOTADIS.DAT EXCEDE LIMITE 4000"
                 CLOSE NOTADIS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
               ELSE
                 IF DIS-NOTA IS NUMERIC AND DIS-NOTA NOT > 10
                   COMPUTE WS-QTD-NOTAS = WS-QTD-NOTAS + 1
                   MOVE DIS-MAT-ALU TO TAB-DIS-MAT(WS-QTD-NOTAS)
                   MOVE DIS-COD TO TAB-DIS-COD(WS-QTD-NOTAS)
                   MOVE DIS-NOTA TO TAB-DIS-NOTA(WS-QTD-NOTAS)
                 END-IF
               END-IF
           END-READ.

       CARREGAR-FREQ.
           MOVE 0 TO FLAG-FREQ.
           MOVE 0 TO WS-QTD-FREQ.
           OPEN INPUT FREQALU.
           IF WS-FREQ-STATUS EQUAL "00"
             PERFORM GUARDAR-FREQ UNTIL FLAG-FREQ EQUAL 1
             CLOSE FREQALU.

       GUARDAR-FREQ.
           READ FREQALU
             AT END MOVE 1 TO FLAG-FREQ
             NOT AT END
               IF WS-QTD-FREQ EQUAL 2000
                 DISPLAY "ERRO: FREQALU.DAT EXCEDE LIMITE 2000"
                 CLOSE FREQALU
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
               ELSE
                 COMPUTE WS-QTD-FREQ = WS-QTD-FREQ + 1
                 MOVE FREQ-MAT-ALU TO TAB-FREQ-MAT(WS-QTD-FREQ)
                 MOVE FREQ-AULAS-DADAS TO
                   TAB-FREQ-DADAS(WS-QTD-FREQ)
                 MOVE FREQ-AULAS-ASSIST TO
                   TAB-FREQ-ASSIST(WS-QTD-FREQ)
               END-IF
           END-READ.

      * ARQREP.DAT tem de estar completo (trailer "TOTAIS"), senao
      * um reprovado entraria no historico como aprovado.
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

      * HISTESC.DAT acumula os anos anteriores: abre em EXTEND e so
      * cria o arquivo no primeiro fechamento.
       ABRIR.
           OPEN INPUT ARQALU.
           IF WS-ALU-STATUS NOT EQUAL "00"
             DISPLAY "ERRO: ABERTURA ARQALU.DAT FS=" WS-ALU-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           OPEN EXTEND HISTESC.
           IF WS-HIST-STATUS NOT EQUAL "00"
             OPEN OUTPUT HISTESC.

       PROCESSAR-ALUNO.
           READ ARQALU NEXT
             AT END MOVE 1 TO FLAG
             NOT AT END PERFORM GRAVAR-HIST-ALUNO
           END-READ.

      * a linha de resultado e gravada antes das disciplinas do ano,
      * para que a impressao ja abra o ano com a turma cursada.
       GRAVAR-HIST-ALUNO.
           COMPUTE WS-QTD-ALUNOS = WS-QTD-ALUNOS + 1.
           MOVE 0 TO WS-QTD-DISC-ALUNO.
           MOVE 0 TO WS-SOMA-ALUNO.
           PERFORM VARYING WS-DIS-IDX FROM 1 BY 1
             UNTIL WS-DIS-IDX > WS-QTD-NOTAS
             IF TAB-DIS-MAT(WS-DIS-IDX) EQUAL MAT-ALU
               COMPUTE WS-QTD-DISC-ALUNO = WS-QTD-DISC-ALUNO + 1
               COMPUTE WS-SOMA-ALUNO = WS-SOMA-ALUNO
                 + TAB-DIS-NOTA(WS-DIS-IDX).
           PERFORM GRAVAR-HIST-RESULTADO.
           PERFORM VARYING WS-DIS-IDX FROM 1 BY 1
             UNTIL WS-DIS-IDX > WS-QTD-NOTAS
             IF TAB-DIS-MAT(WS-DIS-IDX) EQUAL MAT-ALU
               PERFORM GRAVAR-HIST-DISCIPLINA.

       GRAVAR-HIST-DISCIPLINA.
           MOVE SPACES TO REG-HISTESC.
           MOVE MAT-ALU TO HIST-MAT-ALU.
           MOVE WS-ANO-LETIVO TO HIST-ANO.
           MOVE "D" TO HIST-TIPO.
           MOVE TAB-DIS-COD(WS-DIS-IDX) TO HIST-DIS-COD.
           IF TAB-DISC-NOME(TAB-DIS-COD(WS-DIS-IDX) + 1)
             EQUAL SPACES
             MOVE "(SEM CADASTRO)" TO HIST-DIS-NOME
           ELSE
             MOVE TAB-DISC-NOME(TAB-DIS-COD(WS-DIS-IDX) + 1)
               TO HIST-DIS-NOME.
           MOVE TAB-DIS-NOTA(WS-DIS-IDX) TO HIST-DIS-NOTA.
           WRITE REG-HISTESC.
           COMPUTE WS-QTD-LIN-DISC = WS-QTD-LIN-DISC + 1.

      * resultado pela mesma regra do VIRAALU: reprovado por nota
      * que alcancou 6 na segunda chamada (NOTA-ALU revisada pelo
      * modo M) conta como aprovado, com motivo "S".
       GRAVAR-HIST-RESULTADO.
           MOVE SPACES TO REG-HISTESC.
           MOVE MAT-ALU TO HIST-MAT-ALU.
           MOVE WS-ANO-LETIVO TO HIST-ANO.
           MOVE "R" TO HIST-TIPO.
           MOVE TURMA-ALU TO HIST-TURMA-ALU.
           MOVE NOM-ALU TO HIST-NOM-ALU.
           IF WS-QTD-DISC-ALUNO EQUAL 0
             COMPUTE WS-QTD-SEM-NOTA = WS-QTD-SEM-NOTA + 1
             MOVE 0 TO HIST-MEDIA
           ELSE
             COMPUTE HIST-MEDIA ROUNDED =
               WS-SOMA-ALUNO / WS-QTD-DISC-ALUNO.
           MOVE NOTA-ALU TO HIST-NOTA-FINAL.
           PERFORM LOCALIZAR-FREQ.
           MOVE WS-PCT-FREQ TO HIST-FREQ.
           IF WS-FREQ-ACHOU EQUAL "S"
             MOVE "S" TO HIST-FREQ-REG
           ELSE
             MOVE "N" TO HIST-FREQ-REG.
           PERFORM LOCALIZAR-REPROV.
           IF WS-REP-ACHOU EQUAL "N"
             MOVE "A" TO HIST-RESULTADO
             MOVE SPACE TO HIST-MOTIVO
           ELSE
             IF WS-REP-MOTIVO EQUAL "F"
               MOVE "R" TO HIST-RESULTADO
               MOVE "F" TO HIST-MOTIVO
             ELSE
               IF NOTA-ALU < 6
                 MOVE "R" TO HIST-RESULTADO
                 MOVE "N" TO HIST-MOTIVO
               ELSE
                 MOVE "A" TO HIST-RESULTADO
                 MOVE "S" TO HIST-MOTIVO.
           MOVE WS-CICLO-NUM TO HIST-CICLO.
           WRITE REG-HISTESC.

       LOCALIZAR-FREQ.
           MOVE "N" TO WS-FREQ-ACHOU.
           MOVE 0 TO WS-PCT-FREQ.
           IF WS-QTD-FREQ > 0
             PERFORM COMPARAR-FREQ
               VARYING WS-FREQ-IDX FROM 1 BY 1
               UNTIL WS-FREQ-IDX > WS-QTD-FREQ
                 OR WS-FREQ-ACHOU EQUAL "S".

       COMPARAR-FREQ.
           IF TAB-FREQ-MAT(WS-FREQ-IDX) EQUAL MAT-ALU
             MOVE "S" TO WS-FREQ-ACHOU
             IF TAB-FREQ-DADAS(WS-FREQ-IDX) > 0
               COMPUTE WS-PCT-FREQ ROUNDED =
                 TAB-FREQ-ASSIST(WS-FREQ-IDX) * 100
                 / TAB-FREQ-DADAS(WS-FREQ-IDX).

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

       FIM.
           CLOSE ARQALU HISTESC.
           PERFORM GRAVAR-AUDITORIA.
           STOP RUN.

       GRAVAR-AUDITORIA.
           OPEN EXTEND AUDITLOG.
           IF WS-AUD-STATUS NOT EQUAL "00"
             OPEN OUTPUT AUDITLOG.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-DATA-HORA.
           MOVE SPACES TO LIN-AUDITLOG.
           MOVE "HISTALU" TO AUD-PROGRAMA.
           MOVE WS-AUD-DATA-HORA TO AUD-DATA-HORA.
           MOVE WS-QTD-ALUNOS TO AUD-LIDOS.
           MOVE WS-QTD-ALUNOS TO AUD-GRAVADOS.
           MOVE WS-QTD-SEM-NOTA TO AUD-REJEITADOS.
           MOVE WS-QTD-LIN-DISC TO AUD-GRAVADOS-2.
           MOVE WS-CICLO-NUM TO AUD-CICLO.
           WRITE REG-AUDITLOG FROM LIN-AUDITLOG.
           CLOSE AUDITLOG.
