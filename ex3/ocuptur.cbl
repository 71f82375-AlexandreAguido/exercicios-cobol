       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCUPTUR.
      *este programa emite o relatorio de ocupacao das turmas
      *RELOCUP.DAT: para cada turma do cadastro TURMAS.DAT mostra
      *serie, turno, sala, professor regente, capacidade, alunos
      *matriculados no ARQALU.DAT e vagas em aberto (negativo quando
      *a turma esta acima da capacidade), com subtotal por turno e
      *total geral. alunos cuja TURMA-ALU nao consta do cadastro de
      *turmas saem numa secao de excecao, por turma, e deixam RC=4.
      *so le os dois arquivos; roda no job noturno depois do
      *MANUTALU e pode ser rodado avulso na semana de matricula.
      *no fechamento, uma linha de auditoria e acrescentada a
      *AUDITLOG.DAT, no mesmo layout dos demais programas do job.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           SELECT TURMAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TUR-STATUS.

           SELECT ARQALU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAT-ALU
           FILE STATUS IS WS-ALU-STATUS.

           SELECT RELOCUP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.

           SELECT OPTIONAL CICLOCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CICLO-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * cadastro de turmas, no layout do MANUTTUR.
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

           FD ARQALU
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "ARQALU.DAT".

             01 REGALU.
                02 MAT-ALU PIC 9(6).
                02 NOM-ALU PIC X(20).
                02 NOTA-ALU PIC 9(2).
                02 TURMA-ALU PIC X(3).

           FD RELOCUP
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "RELOCUP.DAT".

             01 REG-RELOCUP PIC X(80).

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
           77 FLAG-TUR PIC 9(1) VALUE 0.
           77 FLAG-ALU PIC 9(1) VALUE 0.
           77 WS-TUR-STATUS PIC X(2).
           77 WS-ALU-STATUS PIC X(2).
           77 WS-QTD-TUR PIC 9(3) VALUE 0.
           77 WS-IDX-TUR PIC 9(3) VALUE 0.
           77 WS-SUB-I PIC 9(3) VALUE 0.
           77 WS-SUB-J PIC 9(3) VALUE 0.
           77 WS-ACHOU PIC X(1) VALUE "N".
           77 WS-QTD-SEM PIC 9(3) VALUE 0.
           77 WS-IDX-SEM PIC 9(3) VALUE 0.
           77 WS-QTD-LIDOS PIC 9(6) VALUE 0.
           77 WS-QTD-SEM-TURMA PIC 9(6) VALUE 0.
           77 WS-TURNO-ATUAL PIC X(1) VALUE SPACE.
           77 WS-TRN-TURMAS PIC 9(3) VALUE 0.
           77 WS-TRN-CAPAC PIC 9(5) VALUE 0.
           77 WS-TRN-ALUNOS PIC 9(5) VALUE 0.
           77 WS-GER-TURMAS PIC 9(3) VALUE 0.
           77 WS-GER-CAPAC PIC 9(5) VALUE 0.
           77 WS-GER-ALUNOS PIC 9(5) VALUE 0.
           77 WS-AUD-STATUS PIC X(2).
           77 WS-AUD-DATA-HORA PIC X(21).
           77 WS-CICLO-STATUS PIC X(2).
           77 WS-CICLO-NUM PIC 9(6) VALUE 0.
           77 WS-CICLO-DATA PIC 9(8) VALUE 0.

      * AUD-LIDOS sao os alunos lidos, AUD-GRAVADOS as turmas
      * listadas, AUD-REJEITADOS os alunos em turma nao cadastrada;
      * AUD-GRAVADOS-2 fica zerado.
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

           01 TAB-TURMAS.
             02 TAB-TUR-ITEM OCCURS 200 TIMES.
                03 TAB-TUR-CODIGO PIC X(3).
                03 TAB-TUR-SERIE PIC 9(2).
                03 TAB-TUR-TURNO PIC X(1).
                03 TAB-TUR-PROFESSOR PIC X(20).
                03 TAB-TUR-SALA PIC X(4).
                03 TAB-TUR-CAPACIDADE PIC 9(3).
                03 TAB-TUR-SITUACAO PIC X(1).
                03 TAB-TUR-ALUNOS PIC 9(4).

           01 TAB-TUR-TEMP PIC X(38).

      * turmas encontradas no ARQALU.DAT e ausentes do cadastro.
           01 TAB-SEM-CADASTRO.
             02 TAB-SEM-ITEM OCCURS 100 TIMES.
                03 TAB-SEM-TURMA PIC X(3).
                03 TAB-SEM-ALUNOS PIC 9(4).

           01 WS-VAGAS PIC S9(5) VALUE 0.

           01 CAB-OCUP.
             02 FILLER PIC X(15) VALUE SPACES.
             02 FILLER PIC X(32)
                VALUE "OCUPACAO DE TURMAS - TURMAS.DAT".
             02 FILLER PIC X(7) VALUE " CICLO ".
             02 CAB-OCUP-CICLO PIC 9(6).

           01 CAB-OCUP-COL.
             02 FILLER PIC X(5) VALUE SPACES.
             02 FILLER PIC X(6) VALUE "TUR".
             02 FILLER PIC X(5) VALUE "SER".
             02 FILLER PIC X(4) VALUE "TN".
             02 FILLER PIC X(6) VALUE "SALA".
             02 FILLER PIC X(22) VALUE "PROFESSOR REGENTE".
             02 FILLER PIC X(5) VALUE "CAP".
             02 FILLER PIC X(6) VALUE "ALUN".
             02 FILLER PIC X(7) VALUE "VAGAS".
             02 FILLER PIC X(3) VALUE "SIT".

           01 DET-OCUP.
             02 FILLER PIC X(5) VALUE SPACES.
             02 DET-TURMA PIC X(3).
             02 FILLER PIC X(3) VALUE SPACES.
             02 DET-SERIE PIC 99.
             02 FILLER PIC X(3) VALUE SPACES.
             02 DET-TURNO PIC X(1).
             02 FILLER PIC X(3) VALUE SPACES.
             02 DET-SALA PIC X(4).
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-PROFESSOR PIC X(20).
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-CAPAC PIC ZZ9.
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-ALUNOS PIC ZZZ9.
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-VAGAS PIC -ZZZ9.
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-SITUACAO PIC X(1).

           01 TOT-TURNO.
             02 FILLER PIC X(5) VALUE SPACES.
             02 TOT-TURNO-ROTULO PIC X(6).
             02 TOT-TURNO-NOME PIC X(8).
             02 FILLER PIC X(8) VALUE " TURMAS ".
             02 TOT-TURNO-TURMAS PIC ZZ9.
             02 FILLER PIC X(7) VALUE " CAPAC ".
             02 TOT-TURNO-CAPAC PIC ZZZZ9.
             02 FILLER PIC X(8) VALUE " ALUNOS ".
             02 TOT-TURNO-ALUNOS PIC ZZZZ9.
             02 FILLER PIC X(7) VALUE " VAGAS ".
             02 TOT-TURNO-VAGAS PIC -ZZZZ9.

           01 CAB-OCUP-SEM.
             02 FILLER PIC X(5) VALUE SPACES.
             02 FILLER PIC X(36)
                VALUE "ALUNOS EM TURMA NAO CADASTRADA".

           01 DET-OCUP-SEM.
             02 FILLER PIC X(5) VALUE SPACES.
             02 FILLER PIC X(6) VALUE "TURMA ".
             02 DET-SEM-TURMA PIC X(3).
             02 FILLER PIC X(9) VALUE "  ALUNOS ".
             02 DET-SEM-ALUNOS PIC ZZZ9.

           01 TOT-OCUP-SEM.
             02 FILLER PIC X(5) VALUE SPACES.
             02 FILLER PIC X(27) VALUE "TOTAL SEM TURMA CADASTRADA".
             02 TOT-SEM-ALUNOS PIC ZZZZZ9.

           01 LIN-BRANCO PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PROG-OCUPTUR.
           PERFORM LER-CICLO.
           PERFORM CARREGAR-TURMAS.
           PERFORM CONTAR-ALUNOS.
           PERFORM ORDENAR-TABELA.
           PERFORM IMPRIMIR-RELATORIO.
           PERFORM FIM.

      * sem cadastro de turmas nao ha relatorio: erro de operacao.
       CARREGAR-TURMAS.
           MOVE 0 TO FLAG-TUR.
           OPEN INPUT TURMAS.
           IF WS-TUR-STATUS NOT EQUAL "00"
             DISPLAY "ERRO: ABERTURA TURMAS.DAT FS=" WS-TUR-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           PERFORM LEITURA-TUR.
           PERFORM GUARDAR-TURMA UNTIL FLAG-TUR EQUAL 1.
           CLOSE TURMAS.

       GUARDAR-TURMA.
           IF WS-QTD-TUR EQUAL 200
             DISPLAY "ERRO: TURMAS.DAT EXCEDE O LIMITE DE 200"
             CLOSE TURMAS
             MOVE 8 TO RETURN-CODE
             STOP RUN
           ELSE
             COMPUTE WS-QTD-TUR = WS-QTD-TUR + 1
             MOVE TUR-CODIGO TO TAB-TUR-CODIGO(WS-QTD-TUR)
             MOVE TUR-SERIE TO TAB-TUR-SERIE(WS-QTD-TUR)
             MOVE TUR-TURNO TO TAB-TUR-TURNO(WS-QTD-TUR)
             MOVE TUR-PROFESSOR TO TAB-TUR-PROFESSOR(WS-QTD-TUR)
             MOVE TUR-SALA TO TAB-TUR-SALA(WS-QTD-TUR)
             MOVE TUR-CAPACIDADE TO TAB-TUR-CAPACIDADE(WS-QTD-TUR)
             MOVE TUR-SITUACAO TO TAB-TUR-SITUACAO(WS-QTD-TUR)
             MOVE 0 TO TAB-TUR-ALUNOS(WS-QTD-TUR).
           PERFORM LEITURA-TUR.

       LEITURA-TUR.
           READ TURMAS AT END MOVE 1 TO FLAG-TUR.

       CONTAR-ALUNOS.
           MOVE 0 TO FLAG-ALU.
           OPEN INPUT ARQALU.
           IF WS-ALU-STATUS NOT EQUAL "00"
             DISPLAY "ERRO: ABERTURA ARQALU.DAT FS=" WS-ALU-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           PERFORM LER-ALUNO UNTIL FLAG-ALU EQUAL 1.
           CLOSE ARQALU.

       LER-ALUNO.
           READ ARQALU NEXT
             AT END MOVE 1 TO FLAG-ALU
             NOT AT END
               COMPUTE WS-QTD-LIDOS = WS-QTD-LIDOS + 1
               PERFORM CONTAR-ALUNO-TURMA
           END-READ.

       CONTAR-ALUNO-TURMA.
           MOVE "N" TO WS-ACHOU.
           MOVE 1 TO WS-IDX-TUR.
           PERFORM UNTIL WS-IDX-TUR > WS-QTD-TUR
             OR WS-ACHOU EQUAL "S"
             IF TAB-TUR-CODIGO(WS-IDX-TUR) EQUAL TURMA-ALU
               MOVE "S" TO WS-ACHOU
             ELSE
               COMPUTE WS-IDX-TUR = WS-IDX-TUR + 1.
           IF WS-ACHOU EQUAL "S"
             COMPUTE TAB-TUR-ALUNOS(WS-IDX-TUR) =
               TAB-TUR-ALUNOS(WS-IDX-TUR) + 1
           ELSE
             COMPUTE WS-QTD-SEM-TURMA = WS-QTD-SEM-TURMA + 1
             PERFORM CONTAR-SEM-CADASTRO.

      * acumula por turma os alunos sem turma cadastrada; passadas
      * 100 turmas distintas o aluno entra so no total.
       CONTAR-SEM-CADASTRO.
           MOVE "N" TO WS-ACHOU.
           MOVE 1 TO WS-IDX-SEM.
           PERFORM UNTIL WS-IDX-SEM > WS-QTD-SEM
             OR WS-ACHOU EQUAL "S"
             IF TAB-SEM-TURMA(WS-IDX-SEM) EQUAL TURMA-ALU
               MOVE "S" TO WS-ACHOU
             ELSE
               COMPUTE WS-IDX-SEM = WS-IDX-SEM + 1.
           IF WS-ACHOU EQUAL "S"
             COMPUTE TAB-SEM-ALUNOS(WS-IDX-SEM) =
               TAB-SEM-ALUNOS(WS-IDX-SEM) + 1
           ELSE
             IF WS-QTD-SEM < 100
               COMPUTE WS-QTD-SEM = WS-QTD-SEM + 1
               MOVE TURMA-ALU TO TAB-SEM-TURMA(WS-QTD-SEM)
               MOVE 1 TO TAB-SEM-ALUNOS(WS-QTD-SEM).

      * ordena por turno e turma, para a quebra por turno.
       ORDENAR-TABELA.
           PERFORM VARYING WS-SUB-I FROM 1 BY 1
             UNTIL WS-SUB-I > WS-QTD-TUR - 1
               PERFORM VARYING WS-SUB-J FROM 1 BY 1
                 UNTIL WS-SUB-J > WS-QTD-TUR - WS-SUB-I
                   IF TAB-TUR-TURNO(WS-SUB-J) >
                      TAB-TUR-TURNO(WS-SUB-J + 1)
                     OR (TAB-TUR-TURNO(WS-SUB-J) EQUAL
                         TAB-TUR-TURNO(WS-SUB-J + 1)
                      AND TAB-TUR-CODIGO(WS-SUB-J) >
                          TAB-TUR-CODIGO(WS-SUB-J + 1))
                     PERFORM TROCAR-TURMAS.

       TROCAR-TURMAS.
           MOVE TAB-TUR-ITEM(WS-SUB-J) TO TAB-TUR-TEMP.
           MOVE TAB-TUR-ITEM(WS-SUB-J + 1) TO
             TAB-TUR-ITEM(WS-SUB-J).
           MOVE TAB-TUR-TEMP TO TAB-TUR-ITEM(WS-SUB-J + 1).

       IMPRIMIR-RELATORIO.
           OPEN OUTPUT RELOCUP.
           MOVE WS-CICLO-NUM TO CAB-OCUP-CICLO.
           WRITE REG-RELOCUP FROM CAB-OCUP.
           WRITE REG-RELOCUP FROM LIN-BRANCO.
           WRITE REG-RELOCUP FROM CAB-OCUP-COL.
           PERFORM IMPRIMIR-QUEBRA-TURMA
             VARYING WS-IDX-TUR FROM 1 BY 1
             UNTIL WS-IDX-TUR > WS-QTD-TUR.
           IF WS-QTD-TUR > 0
             PERFORM IMPRIMIR-TOTAL-TURNO.
           MOVE "TOTAL " TO TOT-TURNO-ROTULO.
           MOVE "GERAL" TO TOT-TURNO-NOME.
           MOVE WS-GER-TURMAS TO TOT-TURNO-TURMAS.
           MOVE WS-GER-CAPAC TO TOT-TURNO-CAPAC.
           MOVE WS-GER-ALUNOS TO TOT-TURNO-ALUNOS.
           COMPUTE TOT-TURNO-VAGAS = WS-GER-CAPAC - WS-GER-ALUNOS.
           WRITE REG-RELOCUP FROM TOT-TURNO.
           IF WS-QTD-SEM-TURMA > 0
             PERFORM IMPRIMIR-SEM-CADASTRO.
           CLOSE RELOCUP.

       IMPRIMIR-QUEBRA-TURMA.
           IF WS-IDX-TUR > 1
             AND TAB-TUR-TURNO(WS-IDX-TUR) NOT EQUAL WS-TURNO-ATUAL
             PERFORM IMPRIMIR-TOTAL-TURNO.
           MOVE TAB-TUR-TURNO(WS-IDX-TUR) TO WS-TURNO-ATUAL.
           PERFORM IMPRIMIR-TURMA.

       IMPRIMIR-TURMA.
           MOVE TAB-TUR-CODIGO(WS-IDX-TUR) TO DET-TURMA.
           MOVE TAB-TUR-SERIE(WS-IDX-TUR) TO DET-SERIE.
           MOVE TAB-TUR-TURNO(WS-IDX-TUR) TO DET-TURNO.
           MOVE TAB-TUR-SALA(WS-IDX-TUR) TO DET-SALA.
           MOVE TAB-TUR-PROFESSOR(WS-IDX-TUR) TO DET-PROFESSOR.
           MOVE TAB-TUR-CAPACIDADE(WS-IDX-TUR) TO DET-CAPAC.
           MOVE TAB-TUR-ALUNOS(WS-IDX-TUR) TO DET-ALUNOS.
           COMPUTE WS-VAGAS = TAB-TUR-CAPACIDADE(WS-IDX-TUR)
             - TAB-TUR-ALUNOS(WS-IDX-TUR).
           MOVE WS-VAGAS TO DET-VAGAS.
           MOVE TAB-TUR-SITUACAO(WS-IDX-TUR) TO DET-SITUACAO.
           WRITE REG-RELOCUP FROM DET-OCUP.
           COMPUTE WS-TRN-TURMAS = WS-TRN-TURMAS + 1.
           COMPUTE WS-TRN-CAPAC = WS-TRN-CAPAC
             + TAB-TUR-CAPACIDADE(WS-IDX-TUR).
           COMPUTE WS-TRN-ALUNOS = WS-TRN-ALUNOS
             + TAB-TUR-ALUNOS(WS-IDX-TUR).

      * subtotal do turno em WS-TURNO-ATUAL; acumula no total geral
      * e zera os acumuladores do turno.
       IMPRIMIR-TOTAL-TURNO.
           MOVE "TURNO " TO TOT-TURNO-ROTULO.
           EVALUATE WS-TURNO-ATUAL
             WHEN "M" MOVE "MANHA" TO TOT-TURNO-NOME
             WHEN "T" MOVE "TARDE" TO TOT-TURNO-NOME
             WHEN "N" MOVE "NOITE" TO TOT-TURNO-NOME
             WHEN "I" MOVE "INTEGRAL" TO TOT-TURNO-NOME
             WHEN OTHER MOVE WS-TURNO-ATUAL TO TOT-TURNO-NOME
           END-EVALUATE.
           MOVE WS-TRN-TURMAS TO TOT-TURNO-TURMAS.
           MOVE WS-TRN-CAPAC TO TOT-TURNO-CAPAC.
           MOVE WS-TRN-ALUNOS TO TOT-TURNO-ALUNOS.
           COMPUTE TOT-TURNO-VAGAS = WS-TRN-CAPAC - WS-TRN-ALUNOS.
           WRITE REG-RELOCUP FROM TOT-TURNO.
           WRITE REG-RELOCUP FROM LIN-BRANCO.
           COMPUTE WS-GER-TURMAS = WS-GER-TURMAS + WS-TRN-TURMAS.
           COMPUTE WS-GER-CAPAC = WS-GER-CAPAC + WS-TRN-CAPAC.
           COMPUTE WS-GER-ALUNOS = WS-GER-ALUNOS + WS-TRN-ALUNOS.
           MOVE 0 TO WS-TRN-TURMAS.
           MOVE 0 TO WS-TRN-CAPAC.
           MOVE 0 TO WS-TRN-ALUNOS.

       IMPRIMIR-SEM-CADASTRO.
           WRITE REG-RELOCUP FROM LIN-BRANCO.
           WRITE REG-RELOCUP FROM CAB-OCUP-SEM.
           PERFORM IMPRIMIR-ITEM-SEM
             VARYING WS-IDX-SEM FROM 1 BY 1
             UNTIL WS-IDX-SEM > WS-QTD-SEM.
           MOVE WS-QTD-SEM-TURMA TO TOT-SEM-ALUNOS.
           WRITE REG-RELOCUP FROM TOT-OCUP-SEM.

       IMPRIMIR-ITEM-SEM.
           MOVE TAB-SEM-TURMA(WS-IDX-SEM) TO DET-SEM-TURMA.
           MOVE TAB-SEM-ALUNOS(WS-IDX-SEM) TO DET-SEM-ALUNOS.
           WRITE REG-RELOCUP FROM DET-OCUP-SEM.

       FIM.
           IF WS-QTD-SEM-TURMA > 0
             MOVE 4 TO RETURN-CODE.
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
           MOVE "OCUPTUR" TO AUD-PROGRAMA.
           MOVE WS-AUD-DATA-HORA TO AUD-DATA-HORA.
           MOVE WS-QTD-LIDOS TO AUD-LIDOS.
           MOVE WS-QTD-TUR TO AUD-GRAVADOS.
           MOVE WS-QTD-SEM-TURMA TO AUD-REJEITADOS.
           MOVE 0 TO AUD-GRAVADOS-2.
           MOVE WS-CICLO-NUM TO AUD-CICLO.
           WRITE REG-AUDITLOG FROM LIN-AUDITLOG.
           CLOSE AUDITLOG.
