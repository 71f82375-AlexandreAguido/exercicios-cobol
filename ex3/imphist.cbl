       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPHIST.
      *este programa imprime o historico escolar completo de um ou
      *mais alunos pedidos pela secretaria no cartao SOLHIST.DAT
      *(uma matricula por linha). para cada matricula procura o
      *aluno no mestre ARQALU.DAT (aluno ativo) ou, se ja saiu, no
      *cadastro de ex-alunos EXALUNO.DAT gravado pela virada (formado
      *ou desistente), e lista todos os anos gravados em HISTESC.DAT
      *pelo HISTALU: turma, disciplinas com a nota, media, nota
      *final, frequencia e o resultado do ano com o motivo.
      *matricula sem nenhum ano no historico sai no proprio
      *relatorio como SEM HISTORICO e devolve RC=4.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           SELECT ARQALU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAT-ALU
           FILE STATUS IS WS-ALU-STATUS.

           SELECT SOLHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SOL-STATUS.

           SELECT EXALUNO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXA-STATUS.

           SELECT HISTESC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

           SELECT HISTIMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

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

           FD SOLHIST
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "SOLHIST.DAT".

             01 REG-SOLHIST.
                02 SOL-MAT-ALU PIC 9(6).

      * cadastro de ex-alunos gravado pelo VIRAALU: EXA-MOTIVO "F"
      * formando, "D" desistente.
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

      * historico escolar permanente gravado pelo HISTALU (layout
      * descrito la): "R" resultado do ano, seguido de uma linha "D"
      * por disciplina do ano.
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

           FD HISTIMP
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "HISTIMP.DAT".

             01 REG-HISTIMP PIC X(80).

           FD AUDITLOG
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "AUDITLOG.DAT".

             01 REG-AUDITLOG PIC X(80).

      * cartao de ciclo compartilhado pelo job: numero da execucao e
      * data de processamento; sem cartao vale ciclo zero.
           FD CICLOCTL
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "CICLOCTL.DAT".

             01 REG-CICLOCTL.
                02 CICLO-NUM PIC 9(6).
                02 CICLO-DATA PIC 9(8).

           WORKING-STORAGE SECTION.
           77 FLAG-SOL PIC 9(1) VALUE 0.
           77 FLAG-EXA PIC 9(1) VALUE 0.
           77 FLAG-HIST PIC 9(1) VALUE 0.
           77 WS-ALU-STATUS PIC X(2).
           77 WS-SOL-STATUS PIC X(2).
           77 WS-EXA-STATUS PIC X(2).
           77 WS-HIST-STATUS PIC X(2).
           77 WS-AUD-STATUS PIC X(2).
           77 WS-AUD-DATA-HORA PIC X(21).
           77 WS-CICLO-STATUS PIC X(2).
           77 WS-CICLO-NUM PIC 9(6) VALUE 0.
           77 WS-CICLO-DATA PIC 9(8) VALUE 0.
           77 WS-MAT-PEDIDA PIC 9(6) VALUE 0.
           77 WS-QTD-PEDIDOS PIC 9(6) VALUE 0.
           77 WS-QTD-IMPRESSOS PIC 9(6) VALUE 0.
           77 WS-QTD-SEM-HIST PIC 9(6) VALUE 0.
           77 WS-QTD-INVAL PIC 9(6) VALUE 0.
           77 WS-QTD-ANOS PIC 9(3) VALUE 0.

      * situacao do aluno pedido: "A" ativo no mestre, "F" formado,
      * "D" desistente (ultima saida em EXALUNO.DAT), "N" sem
      * cadastro em nenhum dos dois.
           77 WS-SITUACAO PIC X(1) VALUE "N".
           77 WS-NOME PIC X(20) VALUE SPACES.

      * resultado do ano guardado ate o fim das disciplinas
           77 WS-RES-PENDENTE PIC X(1) VALUE "N".
           01 WS-RES-SALVO.
             02 SALVO-MEDIA PIC 9(2)V99.
             02 SALVO-NOTA-FINAL PIC 9(2).
             02 SALVO-FREQ PIC 9(3)V99.
             02 SALVO-FREQ-REG PIC X(1).
             02 SALVO-RESULTADO PIC X(1).
             02 SALVO-MOTIVO PIC X(1).

      * AUD-LIDOS registra as matriculas pedidas; AUD-GRAVADOS os
      * historicos impressos; AUD-REJEITADOS as matriculas sem
      * nenhum ano no historico (ou nao numericas no cartao);
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

           01 CAB-HIST.
             02 FILLER PIC X(15) VALUE SPACES.
             02 FILLER PIC X(29) VALUE "HISTORICO ESCOLAR".
             02 FILLER PIC X(6) VALUE "CICLO ".
             02 CAB-HIST-CICLO PIC 9(6).

           01 CAB-HIST2.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(4) VALUE "MAT ".
             02 CAB-HIST-MAT PIC 9(6).
             02 FILLER PIC X(2) VALUE SPACES.
             02 CAB-HIST-NOM PIC X(20).
             02 FILLER PIC X(2) VALUE SPACES.
             02 CAB-HIST-SITUACAO PIC X(20).

           01 CAB-HIST-ANO.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(4) VALUE "ANO ".
             02 CAB-ANO PIC 9(4).
             02 FILLER PIC X(8) VALUE "  TURMA ".
             02 CAB-ANO-TURMA PIC X(3).

           01 DET-HIST-DISC.
             02 FILLER PIC X(12) VALUE SPACES.
             02 DET-DIS-COD PIC 9(2).
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-DIS-NOME PIC X(20).
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-DIS-NOTA PIC Z9.

           01 DET-HIST-RES.
             02 FILLER PIC X(12) VALUE SPACES.
             02 FILLER PIC X(6) VALUE "MEDIA ".
             02 DET-RES-MEDIA PIC Z9,99.
             02 FILLER PIC X(7) VALUE "  NOTA ".
             02 DET-RES-NOTA PIC Z9.
             02 FILLER PIC X(7) VALUE "  FREQ ".
             02 DET-RES-FREQ PIC ZZ9,99.
             02 DET-RES-FREQ-X REDEFINES DET-RES-FREQ PIC X(6).
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-RES-RESULTADO PIC X(24).

           01 DET-HIST-AVISO.
             02 FILLER PIC X(12) VALUE SPACES.
             02 DET-AVISO PIC X(40).

       PROCEDURE DIVISION.
       PROG-IMPHIST.
           PERFORM LER-CICLO.
           PERFORM ABRIR.
           PERFORM LER-PEDIDO.
           PERFORM PROCESSAR-PEDIDO UNTIL FLAG-SOL EQUAL 1.
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
           MOVE WS-CICLO-NUM TO CAB-HIST-CICLO.

      * sem cartao de pedido nao ha o que imprimir; sem HISTESC.DAT
      * (nenhum ano fechado ainda) o historico de todos sai vazio,
      * entao o passo tambem para.
       ABRIR.
           OPEN INPUT SOLHIST.
           IF WS-SOL-STATUS NOT EQUAL "00"
             DISPLAY "ERRO: ABERTURA SOLHIST.DAT FS=" WS-SOL-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           OPEN INPUT HISTESC.
           IF WS-HIST-STATUS NOT EQUAL "00"
             DISPLAY "ERRO: ABERTURA HISTESC.DAT FS=" WS-HIST-STATUS
             CLOSE SOLHIST
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           CLOSE HISTESC.
           OPEN INPUT ARQALU.
           IF WS-ALU-STATUS NOT EQUAL "00"
             DISPLAY "ERRO: ABERTURA ARQALU.DAT FS=" WS-ALU-STATUS
             CLOSE SOLHIST
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           OPEN OUTPUT HISTIMP.

       LER-PEDIDO.
           READ SOLHIST AT END MOVE 1 TO FLAG-SOL.

       PROCESSAR-PEDIDO.
           COMPUTE WS-QTD-PEDIDOS = WS-QTD-PEDIDOS + 1.
           IF SOL-MAT-ALU IS NOT NUMERIC
             COMPUTE WS-QTD-INVAL = WS-QTD-INVAL + 1
             DISPLAY "AVISO: MATRICULA INVALIDA EM SOLHIST.DAT: "
               REG-SOLHIST
           ELSE
             MOVE SOL-MAT-ALU TO WS-MAT-PEDIDA
             PERFORM LOCALIZAR-ALUNO
             PERFORM IMPRIMIR-HISTORICO.
           PERFORM LER-PEDIDO.

      * aluno ativo vem do mestre pela chave; quem ja saiu vem do
      * cadastro de ex-alunos, valendo a ultima saida gravada (um
      * desistente que voltou e depois se formou aparece formado).
       LOCALIZAR-ALUNO.
           MOVE "N" TO WS-SITUACAO.
           MOVE SPACES TO WS-NOME.
           MOVE WS-MAT-PEDIDA TO MAT-ALU.
           READ ARQALU
             INVALID KEY CONTINUE
             NOT INVALID KEY
               MOVE "A" TO WS-SITUACAO
               MOVE NOM-ALU TO WS-NOME
           END-READ.
           IF WS-SITUACAO EQUAL "N"
             PERFORM LOCALIZAR-EXALUNO.

       LOCALIZAR-EXALUNO.
           OPEN INPUT EXALUNO.
           IF WS-EXA-STATUS EQUAL "00"
             MOVE 0 TO FLAG-EXA
             PERFORM LER-EXALUNO UNTIL FLAG-EXA EQUAL 1
             CLOSE EXALUNO.

       LER-EXALUNO.
           READ EXALUNO
             AT END MOVE 1 TO FLAG-EXA
             NOT AT END
               IF EXA-MAT-ALU EQUAL WS-MAT-PEDIDA
                 MOVE EXA-MOTIVO TO WS-SITUACAO
                 MOVE EXA-NOM-ALU TO WS-NOME
               END-IF
           END-READ.

       IMPRIMIR-HISTORICO.
           MOVE SPACES TO REG-HISTIMP.
           WRITE REG-HISTIMP AFTER ADVANCING PAGE.
           WRITE REG-HISTIMP FROM CAB-HIST BEFORE ADVANCING 1 LINES.
           MOVE WS-MAT-PEDIDA TO CAB-HIST-MAT.
           MOVE WS-NOME TO CAB-HIST-NOM.
           EVALUATE WS-SITUACAO
             WHEN "A" MOVE "ALUNO ATIVO" TO CAB-HIST-SITUACAO
             WHEN "F" MOVE "EX-ALUNO FORMADO" TO CAB-HIST-SITUACAO
             WHEN "D" MOVE "EX-ALUNO DESISTENTE" TO
                        CAB-HIST-SITUACAO
             WHEN OTHER MOVE "SEM CADASTRO" TO CAB-HIST-SITUACAO
           END-EVALUATE.
           WRITE REG-HISTIMP FROM CAB-HIST2 BEFORE ADVANCING 2 LINES.
           MOVE 0 TO WS-QTD-ANOS.
           MOVE "N" TO WS-RES-PENDENTE.
           MOVE 0 TO FLAG-HIST.
           OPEN INPUT HISTESC.
           PERFORM LER-HISTESC UNTIL FLAG-HIST EQUAL 1.
           CLOSE HISTESC.
           IF WS-QTD-ANOS EQUAL 0
             COMPUTE WS-QTD-SEM-HIST = WS-QTD-SEM-HIST + 1
             MOVE "SEM HISTORICO GRAVADO" TO DET-AVISO
             WRITE REG-HISTIMP FROM DET-HIST-AVISO
               BEFORE ADVANCING 1 LINES
           ELSE
             COMPUTE WS-QTD-IMPRESSOS = WS-QTD-IMPRESSOS + 1.

      * HISTESC.DAT e acrescentado em ordem de fechamento, entao os
      * anos de um aluno saem em ordem cronologica. a linha "R" abre
      * o ano (cabecalho com a turma) e fica guardada ate o fim das
      * disciplinas, quando o resultado do ano e impresso.
       LER-HISTESC.
           READ HISTESC
             AT END
               MOVE 1 TO FLAG-HIST
               PERFORM IMPRIMIR-RESULTADO-ANO
             NOT AT END
               IF HIST-MAT-ALU EQUAL WS-MAT-PEDIDA
                 PERFORM IMPRIMIR-LINHA-HIST
               END-IF
           END-READ.

       IMPRIMIR-LINHA-HIST.
           IF HIST-TIPO EQUAL "R"
             PERFORM IMPRIMIR-RESULTADO-ANO
             COMPUTE WS-QTD-ANOS = WS-QTD-ANOS + 1
             MOVE HIST-ANO TO CAB-ANO
             MOVE HIST-TURMA-ALU TO CAB-ANO-TURMA
             WRITE REG-HISTIMP FROM CAB-HIST-ANO
               BEFORE ADVANCING 1 LINES
             MOVE "S" TO WS-RES-PENDENTE
             MOVE HIST-MEDIA TO SALVO-MEDIA
             MOVE HIST-NOTA-FINAL TO SALVO-NOTA-FINAL
             MOVE HIST-FREQ TO SALVO-FREQ
             MOVE HIST-FREQ-REG TO SALVO-FREQ-REG
             MOVE HIST-RESULTADO TO SALVO-RESULTADO
             MOVE HIST-MOTIVO TO SALVO-MOTIVO
           ELSE
             MOVE HIST-DIS-COD TO DET-DIS-COD
             MOVE HIST-DIS-NOME TO DET-DIS-NOME
             MOVE HIST-DIS-NOTA TO DET-DIS-NOTA
             WRITE REG-HISTIMP FROM DET-HIST-DISC
               BEFORE ADVANCING 1 LINES.

       IMPRIMIR-RESULTADO-ANO.
           IF WS-RES-PENDENTE EQUAL "S"
             MOVE "N" TO WS-RES-PENDENTE
             MOVE SALVO-MEDIA TO DET-RES-MEDIA
             MOVE SALVO-NOTA-FINAL TO DET-RES-NOTA
             IF SALVO-FREQ-REG EQUAL "N"
               MOVE "S/REG" TO DET-RES-FREQ-X
             ELSE
               MOVE SALVO-FREQ TO DET-RES-FREQ
             END-IF
             IF SALVO-RESULTADO EQUAL "A"
               IF SALVO-MOTIVO EQUAL "S"
                 MOVE "APROVADO 2A CHAMADA" TO DET-RES-RESULTADO
               ELSE
                 MOVE "APROVADO" TO DET-RES-RESULTADO
               END-IF
             ELSE
               IF SALVO-MOTIVO EQUAL "F"
                 MOVE "REPROVADO POR FREQUENCIA" TO
                   DET-RES-RESULTADO
               ELSE
                 MOVE "REPROVADO POR NOTA" TO DET-RES-RESULTADO
               END-IF
             END-IF
             WRITE REG-HISTIMP FROM DET-HIST-RES
               BEFORE ADVANCING 2 LINES.

      * matricula sem historico (ou nao numerica no cartao) devolve
      * RC=4 para a secretaria conferir o pedido.
       FIM.
           CLOSE SOLHIST ARQALU HISTIMP.
           IF WS-QTD-SEM-HIST > 0 OR WS-QTD-INVAL > 0
             MOVE 4 TO RETURN-CODE.
           PERFORM GRAVAR-AUDITORIA.
           STOP RUN.

       GRAVAR-AUDITORIA.
           OPEN EXTEND AUDITLOG.
           IF WS-AUD-STATUS NOT EQUAL "00"
             OPEN OUTPUT AUDITLOG.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-DATA-HORA.
           MOVE SPACES TO LIN-AUDITLOG.
           MOVE "IMPHIST" TO AUD-PROGRAMA.
           MOVE WS-AUD-DATA-HORA TO AUD-DATA-HORA.
           MOVE WS-QTD-PEDIDOS TO AUD-LIDOS.
           MOVE WS-QTD-IMPRESSOS TO AUD-GRAVADOS.
           COMPUTE AUD-REJEITADOS = WS-QTD-SEM-HIST + WS-QTD-INVAL.
           MOVE 0 TO AUD-GRAVADOS-2.
           MOVE WS-CICLO-NUM TO AUD-CICLO.
           WRITE REG-AUDITLOG FROM LIN-AUDITLOG.
           CLOSE AUDITLOG.
