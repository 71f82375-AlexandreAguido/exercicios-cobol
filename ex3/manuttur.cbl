       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTTUR.
      *este programa aplica um arquivo de movimentos (inclusao,
      *alteracao, exclusao) contra o cadastro de turmas TURMAS.DAT,
      *a mesma disciplina que MANUTALU da ao ARQALU.DAT. a turma
      *(codigo de 3 posicoes usado em TURMA-ALU) e a chave; cada
      *turma tem serie, turno, professor regente, sala, capacidade
      *maxima e situacao (aberta/fechada). o MANUTALU so aceita aluno
      *em turma cadastrada, aberta e com vaga.
      *movimentos rejeitados (turma duplicada na inclusao, turma nao
      *encontrada na alteracao/exclusao, turno/situacao/capacidade
      *invalidos, capacidade abaixo dos alunos ja matriculados,
      *exclusao de turma com aluno, ou tipo de movimento invalido)
      *vao para o relatorio de excecao ERROMTUR.DAT e para o arquivo
      *de suspensos MOVTSUSP.DAT, no mesmo layout de MOVTUR.DAT.
      *todo movimento aceito grava em MOVTHIST.DAT um registro de
      *trilha com os valores antes/depois. turma nao se fecha por
      *exclusao: fecha-se por alteracao com situacao "F", que mantem
      *o historico e os alunos ate a virada do ano.
      *no fechamento, uma linha de auditoria e acrescentada a
      *AUDITLOG.DAT, no mesmo layout dos demais programas do job.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           SELECT TURMAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TUR-STATUS.

           SELECT MOVTUR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQALU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAT-ALU
           FILE STATUS IS WS-ALU-STATUS.

      * copia de geracao anterior do mestre, com o numero do ciclo
      * no nome (BKPTURNNNNNN.DAT), como o BKPALU do MANUTALU.
           SELECT BKPTUR ASSIGN TO WS-BKP-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BKP-STATUS.

           SELECT ERROMTUR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOVTHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOVTSUSP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.

           SELECT OPTIONAL CICLOCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CICLO-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * cadastro de turmas (mesmo layout do MANUTALU e do OCUPTUR).
      * TUR-TURNO "M" manha, "T" tarde, "N" noite, "I" integral;
      * TUR-SITUACAO "A" aberta, "F" fechada.
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

           FD BKPTUR
             LABEL RECORD ARE STANDARD.

             01 REG-BKPTUR PIC X(34).

      * MTUR-SITUACAO em branco na inclusao vale "A" (aberta); na
      * alteracao mantem a situacao que a turma ja tem.
           FD MOVTUR
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "MOVTUR.DAT".

             01 REG-MOVTUR.
                02 MTUR-TIPO PIC X(1).
                02 MTUR-CODIGO PIC X(3).
                02 MTUR-SERIE PIC 9(2).
                02 MTUR-TURNO PIC X(1).
                02 MTUR-PROFESSOR PIC X(20).
                02 MTUR-SALA PIC X(4).
                02 MTUR-CAPACIDADE PIC 9(3).
                02 MTUR-SITUACAO PIC X(1).

           FD ARQALU
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "ARQALU.DAT".

             01 REGALU.
                02 MAT-ALU PIC 9(6).
                02 NOM-ALU PIC X(20).
                02 NOTA-ALU PIC 9(2).
                02 TURMA-ALU PIC X(3).

           FD ERROMTUR
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "ERROMTUR.DAT".

             01 REG-ERROMTUR PIC X(80).

           FD MOVTHIST
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "MOVTHIST.DAT".

             01 REG-MOVTHIST.
                02 THIST-TIPO PIC X(1).
                02 THIST-CODIGO PIC X(3).
                02 THIST-ANTES PIC X(31).
                02 THIST-DEPOIS PIC X(31).

           FD MOVTSUSP
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "MOVTSUSP.DAT".

             01 REG-MOVTSUSP PIC X(35).

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
           77 FLAG-MOV PIC 9(1) VALUE 0.
           77 FLAG-ALU PIC 9(1) VALUE 0.
           77 WS-TUR-STATUS PIC X(2).
           77 WS-ALU-STATUS PIC X(2).
           77 WS-QTD-TUR PIC 9(3) VALUE 0.
           77 WS-QTD-INC PIC 9(4) VALUE 0.
           77 WS-QTD-ALT PIC 9(4) VALUE 0.
           77 WS-QTD-EXC PIC 9(4) VALUE 0.
           77 WS-QTD-REJ PIC 9(4) VALUE 0.
           77 WS-ACHOU PIC X(1) VALUE "N".
           77 WS-MOV-OK PIC X(1) VALUE "N".
           77 WS-IDX-TUR PIC 9(3) VALUE 0.
           77 WS-TUR-BUSCA PIC X(3).
           77 WS-AUD-STATUS PIC X(2).
           77 WS-AUD-DATA-HORA PIC X(21).
           77 WS-CICLO-STATUS PIC X(2).
           77 WS-CICLO-NUM PIC 9(6) VALUE 0.
           77 WS-CICLO-DATA PIC 9(8) VALUE 0.

      * disciplina de copia de seguranca antes do OPEN OUTPUT que
      * regrava TURMAS.DAT no lugar, a mesma do MANUTCONS: num rerun
      * do mesmo ciclo a copia ja existente NAO e regravada. sem
      * TURMAS.DAT (primeira implantacao) nao ha o que copiar.
           77 WS-BKP-STATUS PIC X(2).
           77 WS-BKP-EXISTE PIC X(1) VALUE "N".
           77 WS-QTD-GRAVADOS PIC 9(6) VALUE 0.
           77 WS-QTD-MESTRE-FIM PIC 9(6) VALUE 0.
           77 FLAG-BKP PIC 9(1) VALUE 0.

           01 WS-BKP-NOME PIC X(16) VALUE SPACES.
           01 WS-BKP-NOME-DET REDEFINES WS-BKP-NOME.
             02 FILLER PIC X(6).
             02 BKP-NOME-CICLO PIC 9(6).
             02 FILLER PIC X(4).

      * AUD-GRAVADOS registra os movimentos aplicados ao mestre
      * (inclusoes + alteracoes + exclusoes); AUD-GRAVADOS-2 fica
      * zerado, como em MANUTALU.
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

      * TAB-TUR-DADOS tem a mesma disposicao de REG-TURMA sem o
      * codigo, para a trilha antes/depois em MOVTHIST.DAT.
      * TAB-TUR-ALUNOS conta os alunos do ARQALU.DAT em cada turma.
           01 TAB-TURMAS.
             02 TAB-TUR-ITEM OCCURS 200 TIMES.
                03 TAB-TUR-CODIGO PIC X(3).
                03 TAB-TUR-DADOS.
                   04 TAB-TUR-SERIE PIC 9(2).
                   04 TAB-TUR-TURNO PIC X(1).
                   04 TAB-TUR-PROFESSOR PIC X(20).
                   04 TAB-TUR-SALA PIC X(4).
                   04 TAB-TUR-CAPACIDADE PIC 9(3).
                   04 TAB-TUR-SITUACAO PIC X(1).
                03 TAB-TUR-ALUNOS PIC 9(4).
                03 TAB-TUR-ATIVO PIC X(1).

           01 WS-MOV-DADOS.
             02 WS-MOV-SERIE PIC 9(2).
             02 WS-MOV-TURNO PIC X(1).
             02 WS-MOV-PROFESSOR PIC X(20).
             02 WS-MOV-SALA PIC X(4).
             02 WS-MOV-CAPACIDADE PIC 9(3).
             02 WS-MOV-SITUACAO PIC X(1).

           01 CAB-ERRO.
             02 FILLER PIC X(15) VALUE SPACES.
             02 FILLER PIC X(35)
                VALUE "RELATORIO DE EXCECAO - MOVTUR.DAT".

           01 DET-ERRO.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(6) VALUE "TURMA ".
             02 DET-TURMA PIC X(3).
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-TIPO PIC X(1).
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-MOTIVO PIC X(30).

           01 TOT-ERRO.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(27) VALUE "TOTAL DE MOVS REJEITADOS ".
             02 TOT-QTD-REJ PIC ZZZ9.

       PROCEDURE DIVISION.
       PROG-MANUTTUR.
           PERFORM LER-CICLO.
           PERFORM COPIAR-MESTRE-BACKUP.
           PERFORM ABRIR.
           PERFORM CARREGAR-MASTER.
           PERFORM CONTAR-ALUNOS.
           PERFORM LEITURA-MOV.
           PERFORM PROCESSAR-MOV UNTIL FLAG-MOV EQUAL 1.
           PERFORM GRAVAR-MASTER.
           PERFORM FIM.

      * corta a copia de geracao anterior (uma por ciclo) antes de
      * qualquer alteracao no mestre.
       COPIAR-MESTRE-BACKUP.
           MOVE "BKPTUR000000.DAT" TO WS-BKP-NOME.
           MOVE WS-CICLO-NUM TO BKP-NOME-CICLO.
           MOVE "N" TO WS-BKP-EXISTE.
           OPEN INPUT BKPTUR.
           IF WS-BKP-STATUS EQUAL "00"
             READ BKPTUR
               AT END CONTINUE
               NOT AT END MOVE "S" TO WS-BKP-EXISTE
             END-READ
             CLOSE BKPTUR.
           IF WS-BKP-EXISTE EQUAL "S"
             CONTINUE
           ELSE
             MOVE 0 TO FLAG-BKP
             OPEN INPUT TURMAS
             IF WS-TUR-STATUS EQUAL "00"
               OPEN OUTPUT BKPTUR
               PERFORM COPIAR-REG-BACKUP UNTIL FLAG-BKP EQUAL 1
               CLOSE TURMAS BKPTUR.

       COPIAR-REG-BACKUP.
           READ TURMAS
             AT END MOVE 1 TO FLAG-BKP
             NOT AT END WRITE REG-BKPTUR FROM REG-TURMA
           END-READ.

       ABRIR.
           OPEN INPUT MOVTUR.
           OPEN OUTPUT ERROMTUR.
           OPEN OUTPUT MOVTHIST.
           OPEN OUTPUT MOVTSUSP.
           WRITE REG-ERROMTUR FROM CAB-ERRO.

      * sem TURMAS.DAT o cadastro comeca vazio: a primeira carga de
      * turmas entra toda por inclusao.
       CARREGAR-MASTER.
           MOVE 0 TO FLAG-TUR.
           OPEN INPUT TURMAS.
           IF WS-TUR-STATUS EQUAL "00"
             PERFORM LEITURA-TUR
             PERFORM GUARDAR-TURMA UNTIL FLAG-TUR EQUAL 1
             CLOSE TURMAS.

       GUARDAR-TURMA.
           IF WS-QTD-TUR EQUAL 200
             DISPLAY "ERRO: TURMAS.DAT EXCEDE O LIMITE DE 200"
             CLOSE TURMAS MOVTUR ERROMTUR MOVTHIST MOVTSUSP
             MOVE 8 TO RETURN-CODE
             STOP RUN
           ELSE
             COMPUTE WS-QTD-TUR = WS-QTD-TUR + 1
             MOVE TUR-CODIGO TO TAB-TUR-CODIGO(WS-QTD-TUR)
             MOVE TUR-SERIE TO TAB-TUR-SERIE(WS-QTD-TUR)
             MOVE TUR-TURNO TO TAB-TUR-TURNO(WS-QTD-TUR)
             MOVE TUR-PROFESSOR TO TAB-TUR-PROFESSOR(WS-QTD-TUR)
             MOVE TUR-SALA TO TAB-TUR-SALA(WS-QTD-TUR)
             MOVE TUR-CAPACIDADE TO
               TAB-TUR-CAPACIDADE(WS-QTD-TUR)
             MOVE TUR-SITUACAO TO TAB-TUR-SITUACAO(WS-QTD-TUR)
             MOVE 0 TO TAB-TUR-ALUNOS(WS-QTD-TUR)
             MOVE "S" TO TAB-TUR-ATIVO(WS-QTD-TUR).
           PERFORM LEITURA-TUR.

       LEITURA-TUR.
           READ TURMAS AT END MOVE 1 TO FLAG-TUR.

      * conta os alunos de cada turma no mestre de alunos, para nao
      * deixar a capacidade cair abaixo dos ja matriculados nem
      * excluir turma que ainda tem aluno.
       CONTAR-ALUNOS.
           MOVE 0 TO FLAG-ALU.
           OPEN INPUT ARQALU.
           IF WS-ALU-STATUS NOT EQUAL "00"
             DISPLAY "ERRO: ABERTURA ARQALU.DAT FS=" WS-ALU-STATUS
             CLOSE MOVTUR ERROMTUR MOVTHIST MOVTSUSP
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           PERFORM CONTAR-ALUNO-TURMA UNTIL FLAG-ALU EQUAL 1.
           CLOSE ARQALU.

       CONTAR-ALUNO-TURMA.
           READ ARQALU NEXT
             AT END MOVE 1 TO FLAG-ALU
             NOT AT END
               MOVE TURMA-ALU TO WS-TUR-BUSCA
               PERFORM LOCALIZAR-TURMA-BUSCA
               IF WS-ACHOU EQUAL "S"
                 COMPUTE TAB-TUR-ALUNOS(WS-IDX-TUR) =
                   TAB-TUR-ALUNOS(WS-IDX-TUR) + 1
               END-IF
           END-READ.

       LEITURA-MOV.
           READ MOVTUR AT END MOVE 1 TO FLAG-MOV.

       PROCESSAR-MOV.
           EVALUATE MTUR-TIPO
             WHEN "I" PERFORM INCLUIR-TURMA
             WHEN "A" PERFORM ALTERAR-TURMA
             WHEN "E" PERFORM EXCLUIR-TURMA
             WHEN OTHER PERFORM REJEITAR-TIPO-INVALIDO
           END-EVALUATE.
           PERFORM LEITURA-MOV.

       LOCALIZAR-TURMA.
           MOVE MTUR-CODIGO TO WS-TUR-BUSCA.
           PERFORM LOCALIZAR-TURMA-BUSCA.

       LOCALIZAR-TURMA-BUSCA.
           MOVE "N" TO WS-ACHOU.
           MOVE 1 TO WS-IDX-TUR.
           PERFORM UNTIL WS-IDX-TUR > WS-QTD-TUR
             OR WS-ACHOU EQUAL "S"
             IF TAB-TUR-CODIGO(WS-IDX-TUR) EQUAL WS-TUR-BUSCA
               AND TAB-TUR-ATIVO(WS-IDX-TUR) EQUAL "S"
               MOVE "S" TO WS-ACHOU
             ELSE
               COMPUTE WS-IDX-TUR = WS-IDX-TUR + 1.

      * consistencia dos campos de inclusao/alteracao; deixa
      * WS-MOV-OK = "N" e o motivo em DET-MOTIVO no primeiro erro.
      * na alteracao WS-IDX-TUR ja aponta para a turma (LOCALIZAR-
      * TURMA), e a situacao em branco fica a do cadastro: assim uma
      * turma fechada (F) nao e reaberta sem querer.
       VALIDAR-CAMPOS.
           MOVE "S" TO WS-MOV-OK.
           IF MTUR-SITUACAO EQUAL SPACE
             IF MTUR-TIPO EQUAL "I"
               MOVE "A" TO MTUR-SITUACAO
             ELSE
               MOVE TAB-TUR-SITUACAO(WS-IDX-TUR) TO MTUR-SITUACAO.
           IF MTUR-CODIGO EQUAL SPACES
             MOVE "N" TO WS-MOV-OK
             MOVE "CODIGO DA TURMA EM BRANCO" TO DET-MOTIVO
           ELSE
             IF MTUR-SERIE IS NOT NUMERIC
               MOVE "N" TO WS-MOV-OK
               MOVE "SERIE INVALIDA" TO DET-MOTIVO
             ELSE
               IF MTUR-TURNO NOT EQUAL "M" AND NOT EQUAL "T"
                 AND NOT EQUAL "N" AND NOT EQUAL "I"
                 MOVE "N" TO WS-MOV-OK
                 MOVE "TURNO INVALIDO" TO DET-MOTIVO
               ELSE
                 IF MTUR-CAPACIDADE IS NOT NUMERIC
                   OR MTUR-CAPACIDADE EQUAL 0
                   MOVE "N" TO WS-MOV-OK
                   MOVE "CAPACIDADE INVALIDA" TO DET-MOTIVO
                 ELSE
                   IF MTUR-SITUACAO NOT EQUAL "A"
                     AND NOT EQUAL "F"
                     MOVE "N" TO WS-MOV-OK
                     MOVE "SITUACAO INVALIDA" TO DET-MOTIVO.

       INCLUIR-TURMA.
           PERFORM LOCALIZAR-TURMA.
           IF WS-ACHOU EQUAL "S"
             MOVE "TURMA JA EXISTE" TO DET-MOTIVO
             PERFORM GRAVA-ERRO
           ELSE
             PERFORM VALIDAR-CAMPOS
             IF WS-MOV-OK EQUAL "N"
               PERFORM GRAVA-ERRO
             ELSE
               IF WS-QTD-TUR EQUAL 200
                 MOVE "TABELA DE TURMAS CHEIA" TO DET-MOTIVO
                 PERFORM GRAVA-ERRO
               ELSE
                 COMPUTE WS-QTD-TUR = WS-QTD-TUR + 1
                 MOVE WS-QTD-TUR TO WS-IDX-TUR
                 MOVE MTUR-CODIGO TO TAB-TUR-CODIGO(WS-IDX-TUR)
                 MOVE 0 TO TAB-TUR-ALUNOS(WS-IDX-TUR)
                 MOVE "S" TO TAB-TUR-ATIVO(WS-IDX-TUR)
                 PERFORM MOVER-CAMPOS-TABELA
                 COMPUTE WS-QTD-INC = WS-QTD-INC + 1
                 PERFORM GRAVA-HIST-INCLUSAO.

      * alteracao nao pode baixar a capacidade para menos que os
      * alunos ja matriculados na turma.
       ALTERAR-TURMA.
           PERFORM LOCALIZAR-TURMA.
           IF WS-ACHOU EQUAL "N"
             MOVE "TURMA NAO ENCONTRADA" TO DET-MOTIVO
             PERFORM GRAVA-ERRO
           ELSE
             PERFORM VALIDAR-CAMPOS
             IF WS-MOV-OK EQUAL "N"
               PERFORM GRAVA-ERRO
             ELSE
               IF MTUR-CAPACIDADE < TAB-TUR-ALUNOS(WS-IDX-TUR)
                 MOVE "CAPACIDADE ABAIXO DOS ALUNOS" TO DET-MOTIVO
                 PERFORM GRAVA-ERRO
               ELSE
                 PERFORM GRAVA-HIST-ALTERACAO
                 PERFORM MOVER-CAMPOS-TABELA
                 COMPUTE WS-QTD-ALT = WS-QTD-ALT + 1.

      * turma com aluno nao e excluida: os alunos ficariam com
      * TURMA-ALU apontando para turma inexistente.
       EXCLUIR-TURMA.
           PERFORM LOCALIZAR-TURMA.
           IF WS-ACHOU EQUAL "N"
             MOVE "TURMA NAO ENCONTRADA" TO DET-MOTIVO
             PERFORM GRAVA-ERRO
           ELSE
             IF TAB-TUR-ALUNOS(WS-IDX-TUR) > 0
               MOVE "TURMA COM ALUNOS MATRICULADOS" TO DET-MOTIVO
               PERFORM GRAVA-ERRO
             ELSE
               PERFORM GRAVA-HIST-EXCLUSAO
               MOVE "N" TO TAB-TUR-ATIVO(WS-IDX-TUR)
               COMPUTE WS-QTD-EXC = WS-QTD-EXC + 1.

       MOVER-CAMPOS-TABELA.
           MOVE MTUR-SERIE TO TAB-TUR-SERIE(WS-IDX-TUR).
           MOVE MTUR-TURNO TO TAB-TUR-TURNO(WS-IDX-TUR).
           MOVE MTUR-PROFESSOR TO TAB-TUR-PROFESSOR(WS-IDX-TUR).
           MOVE MTUR-SALA TO TAB-TUR-SALA(WS-IDX-TUR).
           MOVE MTUR-CAPACIDADE TO TAB-TUR-CAPACIDADE(WS-IDX-TUR).
           MOVE MTUR-SITUACAO TO TAB-TUR-SITUACAO(WS-IDX-TUR).

       REJEITAR-TIPO-INVALIDO.
           MOVE "TIPO DE MOVIMENTO INVALIDO" TO DET-MOTIVO
           PERFORM GRAVA-ERRO.

      * grava a trilha de auditoria de um movimento aceito, com os
      * dados da turma antes e depois.
       GRAVA-HIST-INCLUSAO.
           MOVE "I" TO THIST-TIPO.
           MOVE MTUR-CODIGO TO THIST-CODIGO.
           MOVE SPACES TO THIST-ANTES.
           MOVE TAB-TUR-DADOS(WS-IDX-TUR) TO THIST-DEPOIS.
           WRITE REG-MOVTHIST.

       GRAVA-HIST-ALTERACAO.
           MOVE "A" TO THIST-TIPO.
           MOVE MTUR-CODIGO TO THIST-CODIGO.
           MOVE TAB-TUR-DADOS(WS-IDX-TUR) TO THIST-ANTES.
           MOVE MTUR-SERIE TO WS-MOV-SERIE.
           MOVE MTUR-TURNO TO WS-MOV-TURNO.
           MOVE MTUR-PROFESSOR TO WS-MOV-PROFESSOR.
           MOVE MTUR-SALA TO WS-MOV-SALA.
           MOVE MTUR-CAPACIDADE TO WS-MOV-CAPACIDADE.
           MOVE MTUR-SITUACAO TO WS-MOV-SITUACAO.
           MOVE WS-MOV-DADOS TO THIST-DEPOIS.
           WRITE REG-MOVTHIST.

       GRAVA-HIST-EXCLUSAO.
           MOVE "E" TO THIST-TIPO.
           MOVE MTUR-CODIGO TO THIST-CODIGO.
           MOVE TAB-TUR-DADOS(WS-IDX-TUR) TO THIST-ANTES.
           MOVE SPACES TO THIST-DEPOIS.
           WRITE REG-MOVTHIST.

      * movimento rejeitado: grava no relatorio de excecao e tambem
      * no arquivo de suspensos, no layout de REG-MOVTUR, para que
      * uma versao corrigida seja realimentada no proximo ciclo.
       GRAVA-ERRO.
           COMPUTE WS-QTD-REJ = WS-QTD-REJ + 1.
           MOVE MTUR-CODIGO TO DET-TURMA.
           MOVE MTUR-TIPO TO DET-TIPO.
           WRITE REG-ERROMTUR FROM DET-ERRO.
           WRITE REG-MOVTSUSP FROM REG-MOVTUR.

       GRAVAR-MASTER.
           OPEN OUTPUT TURMAS.
           PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
             UNTIL WS-IDX-TUR > WS-QTD-TUR
             IF TAB-TUR-ATIVO(WS-IDX-TUR) EQUAL "S"
               MOVE TAB-TUR-CODIGO(WS-IDX-TUR) TO TUR-CODIGO
               MOVE TAB-TUR-SERIE(WS-IDX-TUR) TO TUR-SERIE
               MOVE TAB-TUR-TURNO(WS-IDX-TUR) TO TUR-TURNO
               MOVE TAB-TUR-PROFESSOR(WS-IDX-TUR) TO TUR-PROFESSOR
               MOVE TAB-TUR-SALA(WS-IDX-TUR) TO TUR-SALA
               MOVE TAB-TUR-CAPACIDADE(WS-IDX-TUR) TO TUR-CAPACIDADE
               MOVE TAB-TUR-SITUACAO(WS-IDX-TUR) TO TUR-SITUACAO
               COMPUTE WS-QTD-GRAVADOS = WS-QTD-GRAVADOS + 1
               WRITE REG-TURMA.
           CLOSE TURMAS.

      * confere o mestre regravado contra a quantidade de registros
      * efetivamente gravados da tabela; divergencia derruba o passo
      * com RC=8 para a operacao restaurar a geracao anterior de
      * BKPTUR antes de o MANUTALU validar alunos contra ele.
       CONFERIR-MESTRE.
           MOVE 0 TO FLAG-BKP.
           MOVE 0 TO WS-QTD-MESTRE-FIM.
           OPEN INPUT TURMAS.
           PERFORM CONTAR-REG-FIM UNTIL FLAG-BKP EQUAL 1.
           CLOSE TURMAS.
           IF WS-QTD-MESTRE-FIM NOT EQUAL WS-QTD-GRAVADOS
             DISPLAY "ERRO: TURMAS.DAT COM " WS-QTD-MESTRE-FIM
               " REGISTROS, ESPERADOS " WS-QTD-GRAVADOS
               " - RESTAURAR BKPTUR"
             MOVE 8 TO RETURN-CODE.

       CONTAR-REG-FIM.
           READ TURMAS
             AT END MOVE 1 TO FLAG-BKP
             NOT AT END
               COMPUTE WS-QTD-MESTRE-FIM = WS-QTD-MESTRE-FIM + 1
           END-READ.

       FIM.
           MOVE WS-QTD-REJ TO TOT-QTD-REJ.
           WRITE REG-ERROMTUR FROM TOT-ERRO.
           CLOSE MOVTUR ERROMTUR MOVTHIST MOVTSUSP.
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
           MOVE "MANUTTUR" TO AUD-PROGRAMA.
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
