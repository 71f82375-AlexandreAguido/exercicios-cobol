       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFMEST.
      *este programa confere, no inicio da rodada, se os mestres
      *ARQALU.DAT e CADFUNC.DAT foram alterados por fora do job
      *desde o ultimo fechamento. todo programa que regrava um
      *mestre (MANUTALU, BOLETIM, modo M do EX3, VIRAALU, MANUTFUNC
      *e RESTMAST) deixa no fechamento um selo (SELOALU.DAT /
      *SELOFUNC.DAT) com a contagem de registros, as somas de
      *controle (MAT-ALU e NOTA-ALU, CODIGO e SALBR) e o ciclo.
      *aqui o selo e recalculado sobre o mestre como esta agora;
      *qualquer diferenca termina o passo com RC=8, o que segura o
      *FOLHA.JCL antes de a folha ou o relatorio de aprovados usarem
      *o dado alterado. para o mestre alterado, o relatorio
      *RELMEST.DAT lista os registros que diferem da copia de
      *geracao BKPALU/BKPFUNC do ciclo do selo (incluidos, excluidos
      *e alterados, com antes e depois); a copia e cortada no inicio
      *daquele ciclo, entao a lista traz tambem o movimento normal
      *do ciclo, que se separa pelo MOVHIST/MOVFHIST.
      *mestre sem selo (primeira rodada depois da implantacao) sai
      *como nao conferido, sem derrubar o passo. o mestre alterado
      *volta ao normal pelo RESTMAST, que grava selo novo.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           SELECT SELOALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SALU-STATUS.

           SELECT SELOFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SFUNC-STATUS.

           SELECT ARQALU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MAT-ALU
           FILE STATUS IS WS-ALU-STATUS.

           SELECT CADFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FUNC-STATUS.

      * copia de geracao do ciclo do selo (BKPALUNNNNNN.DAT /
      * BKPFUNCNNNNNN.DAT), com o nome montado como no RESTMAST.
           SELECT BKPMEST ASSIGN TO WS-BKP-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BKP-STATUS.

           SELECT RELMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.

           SELECT OPTIONAL CICLOCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CICLO-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * selo do mestre no fechamento: quem gravou, ciclo, contagem
      * de registros e somas de controle. os dois selos tem o mesmo
      * layout; o de CADFUNC e lido para dentro de REG-SELOALU.
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

           FD SELOFUNC
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "SELOFUNC.DAT".

             01 REG-SELOFUNC PIC X(67).

           FD ARQALU
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "ARQALU.DAT".

             01 REGALU.
                02 MAT-ALU PIC 9(6).
                02 NOM-ALU PIC X(20).
                02 NOTA-ALU PIC 9(2).
                02 TURMA-ALU PIC X(3).

           FD CADFUNC
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "CADFUNC.DAT".

             01 REGFUNC.
                02 CODIGO PIC 9(5).
                02 SALBR PIC 9(8)V99.
                02 DEP PIC 9(2).
                02 NOME PIC X(30).
                02 CCUSTO PIC 9(2).
                02 DATA-ADM PIC 9(8).

      * a copia guarda a imagem exata do registro do mestre; 57
      * bytes cobrem o maior dos dois (CADFUNC), a de ARQALU usa so
      * os 31 primeiros.
           FD BKPMEST
             LABEL RECORD ARE STANDARD.

             01 REG-BKPMEST PIC X(57).

           FD RELMEST
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "RELMEST.DAT".

             01 REG-RELMEST PIC X(80).

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
           77 FLAG-MEST PIC 9(1) VALUE 0.
           77 FLAG-BKP PIC 9(1) VALUE 0.
           77 WS-SALU-STATUS PIC X(2).
           77 WS-SFUNC-STATUS PIC X(2).
           77 WS-ALU-STATUS PIC X(2).
           77 WS-FUNC-STATUS PIC X(2).
           77 WS-BKP-STATUS PIC X(2).
           77 WS-AUD-STATUS PIC X(2).
           77 WS-AUD-DATA-HORA PIC X(21).
           77 WS-CICLO-STATUS PIC X(2).
           77 WS-CICLO-NUM PIC 9(6) VALUE 0.
           77 WS-CICLO-DATA PIC 9(8) VALUE 0.
           77 WS-TEM-SELO PIC X(1) VALUE "N".
           77 WS-DIVERGE PIC X(1) VALUE "N".
           77 WS-QTD-ATUAL PIC 9(6) VALUE 0.
           77 WS-SOMA-CHAVE PIC 9(12) VALUE 0.
           77 WS-SOMA-VALOR PIC 9(12)V99 VALUE 0.
           77 WS-QTD-LIDOS PIC 9(6) VALUE 0.
           77 WS-QTD-DIF PIC 9(6) VALUE 0.
           77 WS-QTD-DIF-MEST PIC 9(6) VALUE 0.
           77 WS-QTD-DIVERG PIC 9(6) VALUE 0.

           01 WS-BKP-NOME PIC X(17) VALUE SPACES.

      * registro da copia, nas duas vistas.
           01 WS-BKP-ALU.
             02 BKP-MAT-ALU PIC 9(6).
             02 BKP-NOM-ALU PIC X(20).
             02 BKP-NOTA-ALU PIC 9(2).
             02 BKP-TURMA-ALU PIC X(3).
           01 WS-BKP-FUNC.
             02 BKP-CODIGO PIC 9(5).
             02 BKP-SALBR PIC 9(8)V99.
             02 BKP-DEP PIC 9(2).
             02 BKP-NOME PIC X(30).
             02 BKP-CCUSTO PIC 9(2).
             02 BKP-DATA-ADM PIC 9(8).

      * AUD-LIDOS registra os registros relidos dos dois mestres,
      * AUD-GRAVADOS as diferencas listadas contra a copia e
      * AUD-REJEITADOS os mestres alterados por fora do job.
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

           01 CAB-MEST.
             02 FILLER PIC X(15) VALUE SPACES.
             02 FILLER PIC X(35)
                VALUE "CONFERENCIA DOS MESTRES".
             02 FILLER PIC X(6) VALUE "CICLO ".
             02 CAB-MEST-CICLO PIC 9(6).

           01 CAB-MESTRE.
             02 FILLER PIC X(1) VALUE SPACE.
             02 FILLER PIC X(7) VALUE "MESTRE ".
             02 CAB-MES-NOME PIC X(13).
             02 FILLER PIC X(19) VALUE "ULTIMO FECHAMENTO: ".
             02 CAB-MES-PROGRAMA PIC X(8).
             02 FILLER PIC X(7) VALUE " CICLO ".
             02 CAB-MES-CICLO PIC 9(6).

           01 CAB-SELO.
             02 FILLER PIC X(21) VALUE SPACES.
             02 FILLER PIC X(20) VALUE "             SELO".
             02 FILLER PIC X(20) VALUE "         RECALCULADO".

           01 DET-SELO.
             02 FILLER PIC X(3) VALUE SPACES.
             02 DET-SELO-ITEM PIC X(18).
             02 DET-SELO-GRAVADO PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-SELO-ATUAL PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-SELO-MARCA PIC X(1).

      * contagem e soma das chaves saem sem casas decimais.
           01 DET-SELO-INT.
             02 FILLER PIC X(3) VALUE SPACES.
             02 DET-SINT-ITEM PIC X(18).
             02 DET-SINT-GRAVADO PIC ZZZ.ZZZ.ZZZ.ZZ9.
             02 FILLER PIC X(5) VALUE SPACES.
             02 DET-SINT-ATUAL PIC ZZZ.ZZZ.ZZZ.ZZ9.
             02 FILLER PIC X(4) VALUE SPACES.
             02 DET-SINT-MARCA PIC X(1).

           01 DET-SITUACAO.
             02 FILLER PIC X(3) VALUE SPACES.
             02 FILLER PIC X(10) VALUE "SITUACAO: ".
             02 DET-SIT-TEXTO PIC X(50).

           01 CAB-DIF.
             02 FILLER PIC X(3) VALUE SPACES.
             02 FILLER PIC X(28) VALUE "DIFERENCAS CONTRA A COPIA ".
             02 CAB-DIF-COPIA PIC X(17).

           01 DET-DIF-ALU.
             02 FILLER PIC X(3) VALUE SPACES.
             02 DET-DA-SIT PIC X(9).
             02 FILLER PIC X(4) VALUE "MAT ".
             02 DET-DA-MAT PIC 9(6).
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-DA-NOME PIC X(20).
             02 FILLER PIC X(7) VALUE "  NOTA ".
             02 DET-DA-NOTA PIC 9(2).
             02 FILLER PIC X(8) VALUE "  TURMA ".
             02 DET-DA-TURMA PIC X(3).

           01 DET-DIF-FUNC.
             02 FILLER PIC X(3) VALUE SPACES.
             02 DET-DF-SIT PIC X(9).
             02 FILLER PIC X(4) VALUE "COD ".
             02 DET-DF-COD PIC 9(5).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-DF-NOME PIC X(20).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-DF-SALBR PIC ZZ.ZZZ.ZZ9,99.
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-DF-DEP PIC 9(2).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-DF-CCUSTO PIC 9(2).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-DF-ADM PIC 9(8).

           01 TOT-DIF.
             02 FILLER PIC X(3) VALUE SPACES.
             02 FILLER PIC X(28) VALUE "REGISTROS DIFERENTES".
             02 TOT-DIF-QTD PIC ZZZ.ZZ9.

           01 TOT-MEST.
             02 FILLER PIC X(1) VALUE SPACE.
             02 FILLER PIC X(34)
                VALUE "MESTRES ALTERADOS FORA DO JOB:".
             02 TOT-MEST-QTD PIC Z9.

           01 LIN-BRANCO PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PROG-CONFMEST.
           PERFORM LER-CICLO.
           OPEN OUTPUT RELMEST.
           MOVE WS-CICLO-NUM TO CAB-MEST-CICLO.
           WRITE REG-RELMEST FROM CAB-MEST.
           PERFORM CONFERIR-ARQALU.
           PERFORM CONFERIR-CADFUNC.
           WRITE REG-RELMEST FROM LIN-BRANCO.
           MOVE WS-QTD-DIVERG TO TOT-MEST-QTD.
           WRITE REG-RELMEST FROM TOT-MEST.
           CLOSE RELMEST.
           PERFORM GRAVAR-AUDITORIA.
           IF WS-QTD-DIVERG > 0
             DISPLAY "ERRO: MESTRE ALTERADO FORA DO JOB - VER RELMEST"
             MOVE 8 TO RETURN-CODE.
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

       CONFERIR-ARQALU.
           WRITE REG-RELMEST FROM LIN-BRANCO.
           MOVE "ARQALU.DAT" TO CAB-MES-NOME.
           MOVE "N" TO WS-TEM-SELO.
           OPEN INPUT SELOALU.
           IF WS-SALU-STATUS EQUAL "00"
             READ SELOALU
               AT END CONTINUE
               NOT AT END MOVE "S" TO WS-TEM-SELO
             END-READ
             CLOSE SELOALU.
           IF WS-TEM-SELO EQUAL "N"
             PERFORM IMPRIMIR-SEM-SELO
           ELSE
             PERFORM SOMAR-ARQALU
             PERFORM COMPARAR-SELO
             IF WS-DIVERGE EQUAL "S"
               PERFORM LISTAR-DIF-ALU.

      * mestre ausente conta como zero registro: com selo gravado e
      * diferenca do mesmo jeito.
       SOMAR-ARQALU.
           MOVE 0 TO WS-QTD-ATUAL.
           MOVE 0 TO WS-SOMA-CHAVE.
           MOVE 0 TO WS-SOMA-VALOR.
           MOVE 0 TO FLAG-MEST.
           OPEN INPUT ARQALU.
           IF WS-ALU-STATUS EQUAL "00"
             PERFORM SOMAR-REG-ALU UNTIL FLAG-MEST EQUAL 1
             CLOSE ARQALU.

       SOMAR-REG-ALU.
           READ ARQALU NEXT
             AT END MOVE 1 TO FLAG-MEST
             NOT AT END
               COMPUTE WS-QTD-ATUAL = WS-QTD-ATUAL + 1
               COMPUTE WS-SOMA-CHAVE = WS-SOMA-CHAVE + MAT-ALU
               COMPUTE WS-SOMA-VALOR = WS-SOMA-VALOR + NOTA-ALU
           END-READ.

       CONFERIR-CADFUNC.
           WRITE REG-RELMEST FROM LIN-BRANCO.
           MOVE "CADFUNC.DAT" TO CAB-MES-NOME.
           MOVE "N" TO WS-TEM-SELO.
           OPEN INPUT SELOFUNC.
           IF WS-SFUNC-STATUS EQUAL "00"
             READ SELOFUNC
               AT END CONTINUE
               NOT AT END
                 MOVE "S" TO WS-TEM-SELO
                 MOVE REG-SELOFUNC TO REG-SELOALU
             END-READ
             CLOSE SELOFUNC.
           IF WS-TEM-SELO EQUAL "N"
             PERFORM IMPRIMIR-SEM-SELO
           ELSE
             PERFORM SOMAR-CADFUNC
             PERFORM COMPARAR-SELO
             IF WS-DIVERGE EQUAL "S"
               PERFORM LISTAR-DIF-FUNC.

       SOMAR-CADFUNC.
           MOVE 0 TO WS-QTD-ATUAL.
           MOVE 0 TO WS-SOMA-CHAVE.
           MOVE 0 TO WS-SOMA-VALOR.
           MOVE 0 TO FLAG-MEST.
           OPEN INPUT CADFUNC.
           IF WS-FUNC-STATUS EQUAL "00"
             PERFORM SOMAR-REG-FUNC UNTIL FLAG-MEST EQUAL 1
             CLOSE CADFUNC.

       SOMAR-REG-FUNC.
           READ CADFUNC
             AT END MOVE 1 TO FLAG-MEST
             NOT AT END
               COMPUTE WS-QTD-ATUAL = WS-QTD-ATUAL + 1
               COMPUTE WS-SOMA-CHAVE = WS-SOMA-CHAVE + CODIGO
               COMPUTE WS-SOMA-VALOR = WS-SOMA-VALOR + SALBR
           END-READ.

       IMPRIMIR-SEM-SELO.
           MOVE "-" TO CAB-MES-PROGRAMA.
           MOVE 0 TO CAB-MES-CICLO.
           WRITE REG-RELMEST FROM CAB-MESTRE.
           MOVE "SEM SELO GRAVADO - NAO CONFERIDO" TO DET-SIT-TEXTO.
           WRITE REG-RELMEST FROM DET-SITUACAO.

      * compara contagem e somas recalculadas com o selo lido em
      * REG-SELOALU; qualquer item diferente marca o mestre.
       COMPARAR-SELO.
           COMPUTE WS-QTD-LIDOS = WS-QTD-LIDOS + WS-QTD-ATUAL.
           MOVE "N" TO WS-DIVERGE.
           MOVE SELO-PROGRAMA TO CAB-MES-PROGRAMA.
           MOVE SELO-CICLO TO CAB-MES-CICLO.
           WRITE REG-RELMEST FROM CAB-MESTRE.
           WRITE REG-RELMEST FROM CAB-SELO.
           MOVE "REGISTROS" TO DET-SINT-ITEM.
           MOVE SELO-QTD TO DET-SINT-GRAVADO.
           MOVE WS-QTD-ATUAL TO DET-SINT-ATUAL.
           MOVE SPACE TO DET-SINT-MARCA.
           IF SELO-QTD NOT EQUAL WS-QTD-ATUAL
             MOVE "*" TO DET-SINT-MARCA
             MOVE "S" TO WS-DIVERGE.
           WRITE REG-RELMEST FROM DET-SELO-INT.
           MOVE "SOMA DAS CHAVES" TO DET-SINT-ITEM.
           MOVE SELO-SOMA-CHAVE TO DET-SINT-GRAVADO.
           MOVE WS-SOMA-CHAVE TO DET-SINT-ATUAL.
           MOVE SPACE TO DET-SINT-MARCA.
           IF SELO-SOMA-CHAVE NOT EQUAL WS-SOMA-CHAVE
             MOVE "*" TO DET-SINT-MARCA
             MOVE "S" TO WS-DIVERGE.
           WRITE REG-RELMEST FROM DET-SELO-INT.
           MOVE "SOMA DOS VALORES" TO DET-SELO-ITEM.
           MOVE SELO-SOMA-VALOR TO DET-SELO-GRAVADO.
           MOVE WS-SOMA-VALOR TO DET-SELO-ATUAL.
           MOVE SPACE TO DET-SELO-MARCA.
           IF SELO-SOMA-VALOR NOT EQUAL WS-SOMA-VALOR
             MOVE "*" TO DET-SELO-MARCA
             MOVE "S" TO WS-DIVERGE.
           WRITE REG-RELMEST FROM DET-SELO.
           IF WS-DIVERGE EQUAL "S"
             COMPUTE WS-QTD-DIVERG = WS-QTD-DIVERG + 1
             MOVE "ALTERADO FORA DO JOB" TO DET-SIT-TEXTO
           ELSE
             MOVE "CONFERE COM O ULTIMO FECHAMENTO" TO DET-SIT-TEXTO.
           WRITE REG-RELMEST FROM DET-SITUACAO.

      * casamento por chave do mestre com a copia, as duas em ordem
      * de MAT-ALU: so no mestre = incluido, so na copia = excluido,
      * nos dois com conteudo diferente = antes (copia) e depois.
       LISTAR-DIF-ALU.
           MOVE "BKPALU000000.DAT" TO WS-BKP-NOME.
           MOVE SELO-CICLO TO WS-BKP-NOME(7:6).
           MOVE WS-BKP-NOME TO CAB-DIF-COPIA.
           WRITE REG-RELMEST FROM CAB-DIF.
           MOVE 0 TO WS-QTD-DIF-MEST.
           OPEN INPUT BKPMEST.
           IF WS-BKP-STATUS NOT EQUAL "00"
             MOVE "COPIA AUSENTE - SEM LISTA DE DIFERENCAS"
               TO DET-SIT-TEXTO
             WRITE REG-RELMEST FROM DET-SITUACAO
           ELSE
             MOVE 1 TO FLAG-MEST
             OPEN INPUT ARQALU
             IF WS-ALU-STATUS EQUAL "00"
               MOVE 0 TO FLAG-MEST
               PERFORM LER-MESTRE-ALU
             END-IF
             MOVE 0 TO FLAG-BKP
             PERFORM LER-COPIA-ALU
             PERFORM CASAR-ALU
               UNTIL FLAG-MEST EQUAL 1 AND FLAG-BKP EQUAL 1
             IF WS-ALU-STATUS EQUAL "00" OR WS-ALU-STATUS EQUAL "10"
               CLOSE ARQALU
             END-IF
             CLOSE BKPMEST
             MOVE WS-QTD-DIF-MEST TO TOT-DIF-QTD
             WRITE REG-RELMEST FROM TOT-DIF.

       LER-MESTRE-ALU.
           READ ARQALU NEXT
             AT END MOVE 1 TO FLAG-MEST.

       LER-COPIA-ALU.
           READ BKPMEST
             AT END MOVE 1 TO FLAG-BKP
             NOT AT END MOVE REG-BKPMEST(1:31) TO WS-BKP-ALU
           END-READ.

       CASAR-ALU.
           IF FLAG-BKP EQUAL 1
              OR (FLAG-MEST EQUAL 0 AND MAT-ALU < BKP-MAT-ALU)
             MOVE "INCLUIDO" TO DET-DA-SIT
             PERFORM IMPRIMIR-MESTRE-ALU
             PERFORM LER-MESTRE-ALU
           ELSE
             IF FLAG-MEST EQUAL 1 OR MAT-ALU > BKP-MAT-ALU
               MOVE "EXCLUIDO" TO DET-DA-SIT
               PERFORM IMPRIMIR-COPIA-ALU
               PERFORM LER-COPIA-ALU
             ELSE
               IF REGALU NOT EQUAL WS-BKP-ALU
                 MOVE "ANTES" TO DET-DA-SIT
                 PERFORM IMPRIMIR-COPIA-ALU
                 MOVE "DEPOIS" TO DET-DA-SIT
                 PERFORM IMPRIMIR-MESTRE-ALU
               END-IF
               PERFORM LER-MESTRE-ALU
               PERFORM LER-COPIA-ALU.

      * a contagem de diferencas sobe uma vez por registro: na
      * alteracao a linha "antes" conta e a "depois" nao.
       IMPRIMIR-MESTRE-ALU.
           IF DET-DA-SIT NOT EQUAL "DEPOIS"
             COMPUTE WS-QTD-DIF-MEST = WS-QTD-DIF-MEST + 1
             COMPUTE WS-QTD-DIF = WS-QTD-DIF + 1.
           MOVE MAT-ALU TO DET-DA-MAT.
           MOVE NOM-ALU TO DET-DA-NOME.
           MOVE NOTA-ALU TO DET-DA-NOTA.
           MOVE TURMA-ALU TO DET-DA-TURMA.
           WRITE REG-RELMEST FROM DET-DIF-ALU.

       IMPRIMIR-COPIA-ALU.
           COMPUTE WS-QTD-DIF-MEST = WS-QTD-DIF-MEST + 1.
           COMPUTE WS-QTD-DIF = WS-QTD-DIF + 1.
           MOVE BKP-MAT-ALU TO DET-DA-MAT.
           MOVE BKP-NOM-ALU TO DET-DA-NOME.
           MOVE BKP-NOTA-ALU TO DET-DA-NOTA.
           MOVE BKP-TURMA-ALU TO DET-DA-TURMA.
           WRITE REG-RELMEST FROM DET-DIF-ALU.

      * mesmo casamento para o CADFUNC, em ordem de CODIGO (o mestre
      * e regravado em ordem pelo MANUTFUNC).
       LISTAR-DIF-FUNC.
           MOVE "BKPFUNC000000.DAT" TO WS-BKP-NOME.
           MOVE SELO-CICLO TO WS-BKP-NOME(8:6).
           MOVE WS-BKP-NOME TO CAB-DIF-COPIA.
           WRITE REG-RELMEST FROM CAB-DIF.
           MOVE 0 TO WS-QTD-DIF-MEST.
           OPEN INPUT BKPMEST.
           IF WS-BKP-STATUS NOT EQUAL "00"
             MOVE "COPIA AUSENTE - SEM LISTA DE DIFERENCAS"
               TO DET-SIT-TEXTO
             WRITE REG-RELMEST FROM DET-SITUACAO
           ELSE
             MOVE 1 TO FLAG-MEST
             OPEN INPUT CADFUNC
             IF WS-FUNC-STATUS EQUAL "00"
               MOVE 0 TO FLAG-MEST
               PERFORM LER-MESTRE-FUNC
             END-IF
             MOVE 0 TO FLAG-BKP
             PERFORM LER-COPIA-FUNC
             PERFORM CASAR-FUNC
               UNTIL FLAG-MEST EQUAL 1 AND FLAG-BKP EQUAL 1
             IF WS-FUNC-STATUS EQUAL "00"
                OR WS-FUNC-STATUS EQUAL "10"
               CLOSE CADFUNC
             END-IF
             CLOSE BKPMEST
             MOVE WS-QTD-DIF-MEST TO TOT-DIF-QTD
             WRITE REG-RELMEST FROM TOT-DIF.

       LER-MESTRE-FUNC.
           READ CADFUNC
             AT END MOVE 1 TO FLAG-MEST.

       LER-COPIA-FUNC.
           READ BKPMEST
             AT END MOVE 1 TO FLAG-BKP
             NOT AT END MOVE REG-BKPMEST TO WS-BKP-FUNC
           END-READ.

       CASAR-FUNC.
           IF FLAG-BKP EQUAL 1
              OR (FLAG-MEST EQUAL 0 AND CODIGO < BKP-CODIGO)
             MOVE "INCLUIDO" TO DET-DF-SIT
             PERFORM IMPRIMIR-MESTRE-FUNC
             PERFORM LER-MESTRE-FUNC
           ELSE
             IF FLAG-MEST EQUAL 1 OR CODIGO > BKP-CODIGO
               MOVE "EXCLUIDO" TO DET-DF-SIT
               PERFORM IMPRIMIR-COPIA-FUNC
               PERFORM LER-COPIA-FUNC
             ELSE
               IF REGFUNC NOT EQUAL WS-BKP-FUNC
                 MOVE "ANTES" TO DET-DF-SIT
                 PERFORM IMPRIMIR-COPIA-FUNC
                 MOVE "DEPOIS" TO DET-DF-SIT
                 PERFORM IMPRIMIR-MESTRE-FUNC
               END-IF
               PERFORM LER-MESTRE-FUNC
               PERFORM LER-COPIA-FUNC.

       IMPRIMIR-MESTRE-FUNC.
           IF DET-DF-SIT NOT EQUAL "DEPOIS"
             COMPUTE WS-QTD-DIF-MEST = WS-QTD-DIF-MEST + 1
             COMPUTE WS-QTD-DIF = WS-QTD-DIF + 1.
           MOVE CODIGO TO DET-DF-COD.
           MOVE NOME TO DET-DF-NOME.
           MOVE SALBR TO DET-DF-SALBR.
           MOVE DEP TO DET-DF-DEP.
           MOVE CCUSTO TO DET-DF-CCUSTO.
           MOVE DATA-ADM TO DET-DF-ADM.
           WRITE REG-RELMEST FROM DET-DIF-FUNC.

       IMPRIMIR-COPIA-FUNC.
           COMPUTE WS-QTD-DIF-MEST = WS-QTD-DIF-MEST + 1.
           COMPUTE WS-QTD-DIF = WS-QTD-DIF + 1.
           MOVE BKP-CODIGO TO DET-DF-COD.
           MOVE BKP-NOME TO DET-DF-NOME.
           MOVE BKP-SALBR TO DET-DF-SALBR.
           MOVE BKP-DEP TO DET-DF-DEP.
           MOVE BKP-CCUSTO TO DET-DF-CCUSTO.
           MOVE BKP-DATA-ADM TO DET-DF-ADM.
           WRITE REG-RELMEST FROM DET-DIF-FUNC.

       GRAVAR-AUDITORIA.
           OPEN EXTEND AUDITLOG.
           IF WS-AUD-STATUS NOT EQUAL "00"
             OPEN OUTPUT AUDITLOG.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-DATA-HORA.
           MOVE SPACES TO LIN-AUDITLOG.
           MOVE "CONFMEST" TO AUD-PROGRAMA.
           MOVE WS-AUD-DATA-HORA TO AUD-DATA-HORA.
           MOVE WS-QTD-LIDOS TO AUD-LIDOS.
           MOVE WS-QTD-DIF TO AUD-GRAVADOS.
           MOVE WS-QTD-DIVERG TO AUD-REJEITADOS.
           MOVE 0 TO AUD-GRAVADOS-2.
           MOVE WS-CICLO-NUM TO AUD-CICLO.
           WRITE REG-AUDITLOG FROM LIN-AUDITLOG.
           CLOSE AUDITLOG.
