      *evitando que MAT-ALU duplicado ou nomes errados sejam
      *digitados direto no arquivo mestre. movimentos rejeitados
      *(matricula duplicada na inclusao, matricula nao encontrada
      *na alteracao/exclusao, turma nao cadastrada, fechada ou sem
      *vaga, ou tipo de movimento invalido) vao
      *para um relatorio de excecao e tambem para o arquivo de
      *suspensos MOVSUSP.DAT, no mesmo layout de MOVALU.DAT, para
      *que uma versao corrigida seja realimentada no proximo ciclo.
      *cada movimento e aplicado direto no mestre (WRITE/REWRITE/
      *DELETE pela chave), sem carregar tabela em memoria e sem
      *regravar o arquivo inteiro no fechamento.
      *a turma do aluno e conferida contra o cadastro de turmas
      *TURMAS.DAT (mantido pelo MANUTTUR): inclusao ou troca de turma
      *so entra em turma cadastrada, aberta e com vaga (alunos ja
      *matriculados abaixo da capacidade); alteracao que mantem a
      *turma so exige que ela esteja cadastrada. a ocupacao de cada
      *turma e contada na mesma leitura que corta a copia BKPALU.
      *a releitura do mestre no fim (CONFERIR-MESTRE) tambem grava o
      *selo SELOALU.DAT (contagem, soma de MAT-ALU e de NOTA-ALU e
      *ciclo), conferido pelo CONFMEST no inicio da rodada seguinte
      *para acusar alteracao do mestre por fora do job.
      *no fechamento, uma linha de auditoria com os totais de
      *movimentos lidos/aplicados/rejeitados e acrescentada a
      *AUDITLOG.DAT, no mesmo layout dos demais programas do job.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BKP-STATUS.

           SELECT SELOALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TURMAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TUR-STATUS.

           SELECT MOVALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.


             01 REG-BKPALU PIC X(31).

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

           FD MOVALU
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "MOVALU.DAT".

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
           77 WS-CICLO-STATUS PIC X(2).
           77 WS-CICLO-NUM PIC 9(6) VALUE 0.
           77 WS-CICLO-DATA PIC 9(8) VALUE 0.
           77 FLAG-TUR PIC 9(1) VALUE 0.
           77 WS-TUR-STATUS PIC X(2).
           77 WS-QTD-TUR PIC 9(3) VALUE 0.
           77 WS-IDX-TUR PIC 9(3) VALUE 0.
           77 WS-IDX-TUR-ANT PIC 9(3) VALUE 0.
           77 WS-TUR-BUSCA PIC X(3).
           77 WS-TUR-ACHOU PIC X(1) VALUE "N".
           77 WS-TUR-OK PIC X(1) VALUE "N".

      * disciplina de copia de seguranca antes de alterar o mestre
      * no lugar: a geracao anterior do ciclo fica em BKPALU e o
           77 WS-QTD-MESTRE-FIM PIC 9(6) VALUE 0.
           77 WS-QTD-ESPERADA PIC 9(6) VALUE 0.
           77 FLAG-BKP PIC 9(1) VALUE 0.
           77 WS-SELO-SOMA-CHAVE PIC 9(12) VALUE 0.
           77 WS-SELO-SOMA-VALOR PIC 9(12)V99 VALUE 0.

           01 WS-BKP-NOME PIC X(16) VALUE SPACES.
           01 WS-BKP-NOME-DET REDEFINES WS-BKP-NOME.
             02 FILLER PIC X(1) VALUE SPACE.
             02 AUD-CICLO PIC 9(6).

      * TAB-TUR-ALUNOS e a ocupacao corrente da turma, acertada a
      * cada inclusao, troca de turma e exclusao aplicada.
           01 TAB-TURMAS.
             02 TAB-TUR-ITEM OCCURS 200 TIMES.
                03 TAB-TUR-CODIGO PIC X(3).
                03 TAB-TUR-CAPACIDADE PIC 9(3).
                03 TAB-TUR-SITUACAO PIC X(1).
                03 TAB-TUR-ALUNOS PIC 9(4).

           01 CAB-ERRO.
             02 FILLER PIC X(15) VALUE SPACES.
             02 FILLER PIC X(35)
       PROCEDURE DIVISION.
       PROG-MANUTALU.
           PERFORM LER-CICLO.
           PERFORM CARREGAR-TURMAS.
           PERFORM COPIAR-MESTRE-BACKUP.
           PERFORM ABRIR.
           PERFORM LEITURA-MOV.
             AT END MOVE 1 TO FLAG-BKP
             NOT AT END
               COMPUTE WS-QTD-MESTRE-INI = WS-QTD-MESTRE-INI + 1
               MOVE TURMA-ALU TO WS-TUR-BUSCA
               PERFORM LOCALIZAR-TURMA
               IF WS-TUR-ACHOU EQUAL "S"
                 COMPUTE TAB-TUR-ALUNOS(WS-IDX-TUR) =
                   TAB-TUR-ALUNOS(WS-IDX-TUR) + 1
               END-IF
               IF WS-BKP-EXISTE EQUAL "N"
                 WRITE REG-BKPALU FROM REGALU
               END-IF
             + WS-QTD-INC - WS-QTD-EXC.
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
           MOVE "MANUTALU" TO SELO-PROGRAMA.
           MOVE WS-CICLO-NUM TO SELO-CICLO.
           MOVE WS-QTD-MESTRE-FIM TO SELO-QTD.
           MOVE WS-SELO-SOMA-CHAVE TO SELO-SOMA-CHAVE.
           MOVE WS-SELO-SOMA-VALOR TO SELO-SOMA-VALOR.
           MOVE FUNCTION CURRENT-DATE TO SELO-DATA-HORA.
           WRITE REG-SELOALU.
           CLOSE SELOALU.

      * sem cadastro de turmas nao ha como validar a turma dos
      * movimentos: o passo para antes de tocar no mestre.
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
             MOVE TUR-CAPACIDADE TO TAB-TUR-CAPACIDADE(WS-QTD-TUR)
             MOVE TUR-SITUACAO TO TAB-TUR-SITUACAO(WS-QTD-TUR)
             MOVE 0 TO TAB-TUR-ALUNOS(WS-QTD-TUR).
           PERFORM LEITURA-TUR.

       LEITURA-TUR.
           READ TURMAS AT END MOVE 1 TO FLAG-TUR.

       LOCALIZAR-TURMA.
           MOVE "N" TO WS-TUR-ACHOU.
           MOVE 1 TO WS-IDX-TUR.
           PERFORM UNTIL WS-IDX-TUR > WS-QTD-TUR
             OR WS-TUR-ACHOU EQUAL "S"
             IF TAB-TUR-CODIGO(WS-IDX-TUR) EQUAL WS-TUR-BUSCA
               MOVE "S" TO WS-TUR-ACHOU
             ELSE
               COMPUTE WS-IDX-TUR = WS-IDX-TUR + 1.

      * turma de destino de uma inclusao ou troca de turma: tem de
      * estar cadastrada, aberta e com vaga. deixa WS-TUR-OK = "N" e
      * o motivo em DET-MOTIVO quando recusa.
       VALIDAR-TURMA-ENTRADA.
           MOVE "S" TO WS-TUR-OK.
           MOVE MOV-TURMA-ALU TO WS-TUR-BUSCA.
           PERFORM LOCALIZAR-TURMA.
           IF WS-TUR-ACHOU EQUAL "N"
             MOVE "N" TO WS-TUR-OK
             MOVE "TURMA NAO CADASTRADA" TO DET-MOTIVO
           ELSE
             IF TAB-TUR-SITUACAO(WS-IDX-TUR) EQUAL "F"
               MOVE "N" TO WS-TUR-OK
               MOVE "TURMA FECHADA" TO DET-MOTIVO
             ELSE
               IF TAB-TUR-ALUNOS(WS-IDX-TUR) NOT LESS
                 TAB-TUR-CAPACIDADE(WS-IDX-TUR)
                 MOVE "N" TO WS-TUR-OK
                 MOVE "TURMA SEM VAGA" TO DET-MOTIVO.

       ABRIR.
           OPEN I-O ARQALU.
           IF WS-ALU-STATUS NOT EQUAL "00"
             MOVE "MATRICULA JA EXISTE" TO DET-MOTIVO
             PERFORM GRAVA-ERRO
           ELSE
             PERFORM VALIDAR-TURMA-ENTRADA
             IF WS-TUR-OK EQUAL "N"
               PERFORM GRAVA-ERRO
             ELSE
               MOVE MOV-MAT-ALU TO MAT-ALU
               MOVE MOV-NOM-ALU TO NOM-ALU
               MOVE MOV-NOTA-ALU TO NOTA-ALU
               MOVE MOV-TURMA-ALU TO TURMA-ALU
               WRITE REGALU
                 INVALID KEY
                   MOVE "MATRICULA JA EXISTE" TO DET-MOTIVO
                   PERFORM GRAVA-ERRO
                 NOT INVALID KEY
                   COMPUTE WS-QTD-INC = WS-QTD-INC + 1
                   COMPUTE TAB-TUR-ALUNOS(WS-IDX-TUR) =
                     TAB-TUR-ALUNOS(WS-IDX-TUR) + 1
                   PERFORM GRAVA-HIST-INCLUSAO
               END-WRITE.

       ALTERAR-ALU.
           PERFORM LOCALIZAR-ALU.
             MOVE "MATRICULA NAO ENCONTRADA" TO DET-MOTIVO
             PERFORM GRAVA-ERRO
           ELSE
             IF MOV-TURMA-ALU EQUAL TURMA-ALU
               PERFORM VALIDAR-TURMA-MANTIDA
             ELSE
               PERFORM VALIDAR-TURMA-ENTRADA
             END-IF
             IF WS-TUR-OK EQUAL "N"
               PERFORM GRAVA-ERRO
             ELSE
               PERFORM ACERTAR-OCUPACAO-TROCA
               PERFORM GRAVA-HIST-ALTERACAO
               MOVE MOV-NOM-ALU TO NOM-ALU
               MOVE MOV-NOTA-ALU TO NOTA-ALU
               MOVE MOV-TURMA-ALU TO TURMA-ALU
               REWRITE REGALU
               COMPUTE WS-QTD-ALT = WS-QTD-ALT + 1.

      * alteracao sem troca de turma (nome, nota): a turma so precisa
      * existir no cadastro, mesmo fechada ou lotada.
       VALIDAR-TURMA-MANTIDA.
           MOVE "S" TO WS-TUR-OK.
           MOVE MOV-TURMA-ALU TO WS-TUR-BUSCA.
           PERFORM LOCALIZAR-TURMA.
           IF WS-TUR-ACHOU EQUAL "N"
             MOVE "N" TO WS-TUR-OK
             MOVE "TURMA NAO CADASTRADA" TO DET-MOTIVO.

      * na troca de turma o aluno libera a vaga da turma de origem
      * (REGALU ainda com o valor antigo) e ocupa uma na de destino
      * (WS-IDX-TUR posicionado por VALIDAR-TURMA-ENTRADA).
       ACERTAR-OCUPACAO-TROCA.
           IF MOV-TURMA-ALU NOT EQUAL TURMA-ALU
             MOVE WS-IDX-TUR TO WS-IDX-TUR-ANT
             PERFORM LIBERAR-VAGA
             COMPUTE TAB-TUR-ALUNOS(WS-IDX-TUR-ANT) =
               TAB-TUR-ALUNOS(WS-IDX-TUR-ANT) + 1.

      * tira o aluno de REGALU da ocupacao da sua turma atual.
       LIBERAR-VAGA.
           MOVE TURMA-ALU TO WS-TUR-BUSCA.
           PERFORM LOCALIZAR-TURMA.
           IF WS-TUR-ACHOU EQUAL "S"
             AND TAB-TUR-ALUNOS(WS-IDX-TUR) > 0
             COMPUTE TAB-TUR-ALUNOS(WS-IDX-TUR) =
               TAB-TUR-ALUNOS(WS-IDX-TUR) - 1.

       EXCLUIR-ALU.
           PERFORM LOCALIZAR-ALU.
             PERFORM GRAVA-ERRO
           ELSE
             PERFORM GRAVA-HIST-EXCLUSAO
             PERFORM LIBERAR-VAGA
             DELETE ARQALU
             COMPUTE WS-QTD-EXC = WS-QTD-EXC + 1.

