       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARFOLHA.
      *este programa faz a revisao de variacao da folha mensal antes
      *da liberacao da remessa bancaria: compara, funcionario a
      *funcionario, bruto, INSS, IRRF e liquido do periodo corrente
      *com os do periodo anterior, ambos lidos do ledger ACUMYTD.DAT
      *gravado pela folha mensal. lista em RELVAR.DAT os funcionarios
      *novos (pagos agora e nao no mes anterior), os que receberam no
      *mes anterior e nao neste, e os que variaram mais que a
      *tolerancia do cartao VARCTL.DAT em qualquer dos quatro
      *valores. a soma das diferencas de liquido desses ultimos e a
      *variacao nao explicada; acima do limite do cartao o passo
      *termina com RC=8 e o job segura a remessa ate a folha aprovar
      *(o cartao traz o ciclo aprovado; rodado de novo com o ciclo
      *corrente aprovado, o passo libera com RC=0). admissoes e
      *desligamentos sao listados mas nao entram no limite.
      *no fechamento, uma linha de auditoria e acrescentada a
      *AUDITLOG.DAT, no mesmo layout dos demais programas do job.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           SELECT ACUMYTD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-YTD-STATUS.

           SELECT OPTIONAL CADFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FUNC-STATUS.

           SELECT OPTIONAL VARCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VARCTL-STATUS.

           SELECT RELVAR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.

           SELECT OPTIONAL CICLOCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CICLO-STATUS.

       DATA DIVISION.

       FILE SECTION.
           FD ACUMYTD
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "ACUMYTD.DAT".

             01 REG-ACUMYTD.
                02 YTD-CODIGO PIC 9(5).
                02 YTD-SAL PIC 9(9)V99.
                02 YTD-INSS PIC 9(8)V99.
                02 YTD-IRRF PIC 9(8)V99.
                02 YTD-PERIODO PIC 9(6).
                02 YTD-LIQ PIC 9(8)V99.
                02 YTD-ESTORNO PIC X(1).

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

      * cartao de controle da revisao: tolerancia em percentual sobre
      * o valor do mes anterior, limite em reais da variacao nao
      * explicada e o ciclo cuja variacao a folha ja aprovou. sem
      * cartao vale tolerancia de 10% e limite zero (qualquer
      * variacao fora da tolerancia segura a remessa).
           FD VARCTL
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "VARCTL.DAT".

             01 REG-VARCTL.
                02 VARCTL-TOLERANCIA PIC 9(3)V99.
                02 VARCTL-LIMITE PIC 9(9)V99.
                02 VARCTL-CICLO-APROV PIC 9(6).

           FD RELVAR
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "RELVAR.DAT".

             01 REG-RELVAR PIC X(80).

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
           77 FLAG PIC 9(1) VALUE 0.
           77 FLAG-FUNC PIC 9(1) VALUE 0.
           77 WS-YTD-STATUS PIC X(2).
           77 WS-FUNC-STATUS PIC X(2).
           77 WS-VARCTL-STATUS PIC X(2).
           77 WS-AUD-STATUS PIC X(2).
           77 WS-AUD-DATA-HORA PIC X(21).
           77 WS-CICLO-STATUS PIC X(2).
           77 WS-CICLO-NUM PIC 9(6) VALUE 0.
           77 WS-CICLO-DATA PIC 9(8) VALUE 0.
           77 WS-TOLERANCIA PIC 9(3)V99 VALUE 10.
           77 WS-LIMITE PIC 9(9)V99 VALUE 0.
           77 WS-CICLO-APROV PIC 9(6) VALUE 0.
           77 WS-QTD-FUNCS PIC 9(3) VALUE 0.
           77 WS-IDX PIC 9(3) VALUE 0.
           77 WS-IDX-ACHADO PIC 9(3) VALUE 0.
           77 WS-ACHOU PIC X(1) VALUE "N".
           77 WS-COD-BUSCA PIC 9(5) VALUE 0.
           77 WS-QTD-LIDOS PIC 9(6) VALUE 0.
           77 WS-QTD-COMPARADOS PIC 9(6) VALUE 0.
           77 WS-QTD-NOVOS PIC 9(4) VALUE 0.
           77 WS-QTD-AUSENTES PIC 9(4) VALUE 0.
           77 WS-QTD-FORA-TOL PIC 9(4) VALUE 0.
           77 WS-FORA-TOL PIC X(1) VALUE "N".
           77 WS-VAL-ANT PIC 9(9)V99 VALUE 0.
           77 WS-VAL-ATU PIC 9(9)V99 VALUE 0.
           77 WS-DIF PIC S9(9)V99 VALUE 0.
           77 WS-MARCA PIC X(1) VALUE SPACE.
           77 WS-LIQ-LIDO PIC 9(8)V99 VALUE 0.
           77 WS-VAR-NAO-EXPL PIC 9(11)V99 VALUE 0.
           77 WS-SITUACAO PIC X(30) VALUE SPACES.

           01 WS-PERIODO-ATUAL.
             02 WS-PER-ANO PIC 9(4).
             02 WS-PER-MES PIC 9(2).

           01 WS-PERIODO-ANT.
             02 WS-ANT-ANO PIC 9(4).
             02 WS-ANT-MES PIC 9(2).

      * valores por funcionario nos dois periodos; limite de 500
      * funcionarios, o mesmo do MANUTFUNC. TAB-VALORES(1) e o mes
      * anterior e TAB-VALORES(2) o corrente, cada um com a soma das
      * linhas do periodo no ledger.
           01 TAB-VAR.
             02 TAB-VAR-ITEM OCCURS 500 TIMES.
                03 TAB-CODIGO PIC 9(5).
                03 TAB-NOME PIC X(30).
                03 TAB-TEM-ANT PIC X(1).
                03 TAB-TEM-ATU PIC X(1).
                03 TAB-VALORES OCCURS 2 TIMES.
                   04 TAB-SAL PIC 9(9)V99.
                   04 TAB-INSS PIC 9(9)V99.
                   04 TAB-IRRF PIC 9(9)V99.
                   04 TAB-LIQ PIC 9(9)V99.

      * AUD-GRAVADOS registra os funcionarios comparados nos dois
      * periodos; AUD-REJEITADOS os que passaram da tolerancia e
      * AUD-GRAVADOS-2 os novos mais os ausentes.
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

           01 CAB-VAR.
             02 FILLER PIC X(5) VALUE SPACES.
             02 FILLER PIC X(27) VALUE "REVISAO DE VARIACAO FOLHA  ".
             02 CAB-VAR-ATU PIC 9(6).
             02 FILLER PIC X(4) VALUE " X  ".
             02 CAB-VAR-ANT PIC 9(6).
             02 FILLER PIC X(7) VALUE " CICLO ".
             02 CAB-VAR-CICLO PIC 9(6).

           01 CAB-VAR-2.
             02 FILLER PIC X(5) VALUE SPACES.
             02 FILLER PIC X(13) VALUE "TOLERANCIA   ".
             02 CAB-VAR-TOL PIC ZZ9,99.
             02 FILLER PIC X(1) VALUE "%".
             02 FILLER PIC X(10) VALUE "   LIMITE ".
             02 CAB-VAR-LIM PIC ZZZ.ZZZ.ZZ9,99.

           01 CAB-SECAO.
             02 FILLER PIC X(2) VALUE SPACES.
             02 CAB-SECAO-TEXTO PIC X(60).

           01 CAB-COLUNAS.
             02 FILLER PIC X(34) VALUE SPACES.
             02 FILLER PIC X(11) VALUE "      BRUTO".
             02 FILLER PIC X(11) VALUE "       INSS".
             02 FILLER PIC X(11) VALUE "       IRRF".
             02 FILLER PIC X(11) VALUE "    LIQUIDO".

      * duas linhas por funcionario fora da tolerancia: mes anterior
      * e mes corrente; "*" depois do valor que passou da tolerancia.
           01 DET-VAR.
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-VAR-COD PIC X(5).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-VAR-NOME PIC X(20).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-VAR-PER PIC 9(6).
             02 DET-VAR-VALORES OCCURS 4 TIMES.
                03 DET-VAR-VALOR PIC ZZZ.ZZ9,99.
                03 DET-VAR-MARCA PIC X(1).

           01 DET-MOV.
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-MOV-COD PIC 9(5).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-MOV-NOME PIC X(30).
             02 FILLER PIC X(1) VALUE SPACE.
             02 FILLER PIC X(8) VALUE "LIQUIDO ".
             02 DET-MOV-LIQ PIC ZZZ.ZZ9,99.

           01 TOT-VAR.
             02 FILLER PIC X(2) VALUE SPACES.
             02 FILLER PIC X(9) VALUE "NOVOS....".
             02 TOT-VAR-NOVOS PIC ZZZ9.
             02 FILLER PIC X(3) VALUE SPACES.
             02 FILLER PIC X(10) VALUE "AUSENTES..".
             02 TOT-VAR-AUSENTES PIC ZZZ9.
             02 FILLER PIC X(3) VALUE SPACES.
             02 FILLER PIC X(17) VALUE "FORA TOLERANCIA..".
             02 TOT-VAR-FORA PIC ZZZ9.

           01 TOT-VAR-2.
             02 FILLER PIC X(2) VALUE SPACES.
             02 FILLER PIC X(29) VALUE "VARIACAO NAO EXPLICADA......".
             02 TOT-VAR-VALOR PIC ZZ.ZZZ.ZZZ.ZZ9,99.

           01 TOT-VAR-3.
             02 FILLER PIC X(2) VALUE SPACES.
             02 FILLER PIC X(10) VALUE "SITUACAO: ".
             02 TOT-VAR-SITUACAO PIC X(30).

       PROCEDURE DIVISION.
       PROG-VARFOLHA.
           PERFORM LER-CICLO.
           PERFORM LER-CARTAO-VAR.
           PERFORM CARREGAR-YTD.
           PERFORM CARREGAR-NOMES.
           PERFORM ABRIR.
           PERFORM LISTAR-NOVOS.
           PERFORM LISTAR-AUSENTES.
           PERFORM LISTAR-VARIACOES.
           PERFORM FIM.

      * periodo corrente pelo cartao de ciclo, como a folha mensal;
      * o anterior e o mes de calendario anterior.
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
           IF WS-CICLO-DATA > 0
             MOVE WS-CICLO-DATA(1:6) TO WS-PERIODO-ATUAL
           ELSE
             MOVE FUNCTION CURRENT-DATE TO WS-AUD-DATA-HORA
             MOVE WS-AUD-DATA-HORA(1:6) TO WS-PERIODO-ATUAL.
           IF WS-PER-MES EQUAL 1
             COMPUTE WS-ANT-ANO = WS-PER-ANO - 1
             MOVE 12 TO WS-ANT-MES
           ELSE
             MOVE WS-PER-ANO TO WS-ANT-ANO
             COMPUTE WS-ANT-MES = WS-PER-MES - 1.

       LER-CARTAO-VAR.
           OPEN INPUT VARCTL.
           IF WS-VARCTL-STATUS EQUAL "00"
             READ VARCTL
               AT END CONTINUE
               NOT AT END
                 IF VARCTL-TOLERANCIA IS NUMERIC
                   MOVE VARCTL-TOLERANCIA TO WS-TOLERANCIA
                 END-IF
                 IF VARCTL-LIMITE IS NUMERIC
                   MOVE VARCTL-LIMITE TO WS-LIMITE
                 END-IF
                 IF VARCTL-CICLO-APROV IS NUMERIC
                   MOVE VARCTL-CICLO-APROV TO WS-CICLO-APROV
                 END-IF
             END-READ
             CLOSE VARCTL.

      * sem o ledger nao ha o que comparar, e a remessa nao pode ser
      * liberada as cegas: o passo cai com RC=8.
       CARREGAR-YTD.
           OPEN INPUT ACUMYTD.
           IF WS-YTD-STATUS NOT EQUAL "00"
             DISPLAY "ERRO: ACUMYTD.DAT AUSENTE OU ILEGIVEL"
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           PERFORM LER-YTD UNTIL FLAG EQUAL 1.
           CLOSE ACUMYTD.
           PERFORM MARCAR-PRESENCA VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-QTD-FUNCS.

       LER-YTD.
           READ ACUMYTD
             AT END MOVE 1 TO FLAG
             NOT AT END PERFORM ACUMULAR-YTD
           END-READ.

      * o periodo so conta como pago se sobrou valor depois dos
      * estornos: periodo reaberto e nao refeito tem linha original
      * e linha "E" que se anulam, e nao e pagamento.
       MARCAR-PRESENCA.
           IF TAB-SAL(WS-IDX, 1) + TAB-LIQ(WS-IDX, 1) > 0
             MOVE "S" TO TAB-TEM-ANT(WS-IDX).
           IF TAB-SAL(WS-IDX, 2) + TAB-LIQ(WS-IDX, 2) > 0
             MOVE "S" TO TAB-TEM-ATU(WS-IDX).

       ACUMULAR-YTD.
           COMPUTE WS-QTD-LIDOS = WS-QTD-LIDOS + 1.
           IF YTD-PERIODO EQUAL WS-PERIODO-ATUAL
             MOVE 2 TO WS-IDX
             PERFORM SOMAR-YTD
           ELSE
             IF YTD-PERIODO EQUAL WS-PERIODO-ANT
               MOVE 1 TO WS-IDX
               PERFORM SOMAR-YTD.

      * linhas gravadas antes de YTD-LIQ existir tem o liquido
      * deduzido de bruto menos INSS e IRRF.
       SOMAR-YTD.
           IF YTD-LIQ IS NUMERIC
             MOVE YTD-LIQ TO WS-LIQ-LIDO
           ELSE
             IF YTD-SAL > YTD-INSS + YTD-IRRF
               COMPUTE WS-LIQ-LIDO = YTD-SAL - YTD-INSS - YTD-IRRF
             ELSE
               MOVE 0 TO WS-LIQ-LIDO.
           MOVE YTD-CODIGO TO WS-COD-BUSCA.
           PERFORM LOCALIZAR-FUNC.
           IF WS-ACHOU EQUAL "N"
             IF WS-QTD-FUNCS EQUAL 500
               DISPLAY "ERRO: ACUMYTD.DAT EXCEDE LIMITE 500"
               CLOSE ACUMYTD
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             COMPUTE WS-QTD-FUNCS = WS-QTD-FUNCS + 1
             MOVE WS-QTD-FUNCS TO WS-IDX-ACHADO
             MOVE YTD-CODIGO TO TAB-CODIGO(WS-QTD-FUNCS)
             MOVE SPACES TO TAB-NOME(WS-QTD-FUNCS)
             MOVE "N" TO TAB-TEM-ANT(WS-QTD-FUNCS)
             MOVE "N" TO TAB-TEM-ATU(WS-QTD-FUNCS)
             MOVE 0 TO TAB-SAL(WS-QTD-FUNCS, 1)
             MOVE 0 TO TAB-INSS(WS-QTD-FUNCS, 1)
             MOVE 0 TO TAB-IRRF(WS-QTD-FUNCS, 1)
             MOVE 0 TO TAB-LIQ(WS-QTD-FUNCS, 1)
             MOVE 0 TO TAB-SAL(WS-QTD-FUNCS, 2)
             MOVE 0 TO TAB-INSS(WS-QTD-FUNCS, 2)
             MOVE 0 TO TAB-IRRF(WS-QTD-FUNCS, 2)
             MOVE 0 TO TAB-LIQ(WS-QTD-FUNCS, 2)
           END-IF.
      * a linha de estorno de um periodo reaberto desconta a linha
      * original; o que vale e a linha regravada na nova rodada.
           IF YTD-ESTORNO EQUAL "E"
             COMPUTE TAB-SAL(WS-IDX-ACHADO, WS-IDX) =
               TAB-SAL(WS-IDX-ACHADO, WS-IDX) - YTD-SAL
             COMPUTE TAB-INSS(WS-IDX-ACHADO, WS-IDX) =
               TAB-INSS(WS-IDX-ACHADO, WS-IDX) - YTD-INSS
             COMPUTE TAB-IRRF(WS-IDX-ACHADO, WS-IDX) =
               TAB-IRRF(WS-IDX-ACHADO, WS-IDX) - YTD-IRRF
             COMPUTE TAB-LIQ(WS-IDX-ACHADO, WS-IDX) =
               TAB-LIQ(WS-IDX-ACHADO, WS-IDX) - WS-LIQ-LIDO
           ELSE
             COMPUTE TAB-SAL(WS-IDX-ACHADO, WS-IDX) =
               TAB-SAL(WS-IDX-ACHADO, WS-IDX) + YTD-SAL
             COMPUTE TAB-INSS(WS-IDX-ACHADO, WS-IDX) =
               TAB-INSS(WS-IDX-ACHADO, WS-IDX) + YTD-INSS
             COMPUTE TAB-IRRF(WS-IDX-ACHADO, WS-IDX) =
               TAB-IRRF(WS-IDX-ACHADO, WS-IDX) + YTD-IRRF
             COMPUTE TAB-LIQ(WS-IDX-ACHADO, WS-IDX) =
               TAB-LIQ(WS-IDX-ACHADO, WS-IDX) + WS-LIQ-LIDO.

      * varredura linear com saida no primeiro achado; usa
      * WS-IDX-ACHADO como indice de busca para nao perder WS-IDX
      * (periodo da linha lida) e corrige o passo a mais do VARYING.
       LOCALIZAR-FUNC.
           MOVE "N" TO WS-ACHOU.
           PERFORM COMPARAR-CODIGO VARYING WS-IDX-ACHADO FROM 1 BY 1
             UNTIL WS-IDX-ACHADO > WS-QTD-FUNCS
             OR WS-ACHOU EQUAL "S".
           IF WS-ACHOU EQUAL "S"
             COMPUTE WS-IDX-ACHADO = WS-IDX-ACHADO - 1.

       COMPARAR-CODIGO.
           IF TAB-CODIGO(WS-IDX-ACHADO) EQUAL WS-COD-BUSCA
             MOVE "S" TO WS-ACHOU.

      * nomes so para o relatorio; quem ja saiu do cadastro aparece
      * sem nome.
       CARREGAR-NOMES.
           OPEN INPUT CADFUNC.
           IF WS-FUNC-STATUS EQUAL "00"
             PERFORM LER-NOME UNTIL FLAG-FUNC EQUAL 1
             CLOSE CADFUNC.

       LER-NOME.
           READ CADFUNC
             AT END MOVE 1 TO FLAG-FUNC
             NOT AT END
               MOVE CODIGO TO WS-COD-BUSCA
               PERFORM LOCALIZAR-FUNC
               IF WS-ACHOU EQUAL "S"
                 MOVE NOME TO TAB-NOME(WS-IDX-ACHADO)
               END-IF
           END-READ.

       ABRIR.
           OPEN OUTPUT RELVAR.
           MOVE WS-PERIODO-ATUAL TO CAB-VAR-ATU.
           MOVE WS-PERIODO-ANT TO CAB-VAR-ANT.
           MOVE WS-CICLO-NUM TO CAB-VAR-CICLO.
           WRITE REG-RELVAR FROM CAB-VAR.
           MOVE WS-TOLERANCIA TO CAB-VAR-TOL.
           MOVE WS-LIMITE TO CAB-VAR-LIM.
           WRITE REG-RELVAR FROM CAB-VAR-2.

       LISTAR-NOVOS.
           MOVE "FUNCIONARIOS NOVOS (SEM PAGAMENTO NO MES ANTERIOR)"
             TO CAB-SECAO-TEXTO.
           WRITE REG-RELVAR FROM CAB-SECAO.
           PERFORM LISTAR-SE-NOVO VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-QTD-FUNCS.

       LISTAR-SE-NOVO.
           IF TAB-TEM-ATU(WS-IDX) EQUAL "S"
             AND TAB-TEM-ANT(WS-IDX) EQUAL "N"
             COMPUTE WS-QTD-NOVOS = WS-QTD-NOVOS + 1
             MOVE TAB-LIQ(WS-IDX, 2) TO DET-MOV-LIQ
             PERFORM GRAVAR-DET-MOV.

       LISTAR-AUSENTES.
           MOVE "PAGOS NO MES ANTERIOR E SEM PAGAMENTO NESTE MES"
             TO CAB-SECAO-TEXTO.
           WRITE REG-RELVAR FROM CAB-SECAO.
           PERFORM LISTAR-SE-AUSENTE VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-QTD-FUNCS.

       LISTAR-SE-AUSENTE.
           IF TAB-TEM-ANT(WS-IDX) EQUAL "S"
             AND TAB-TEM-ATU(WS-IDX) EQUAL "N"
             COMPUTE WS-QTD-AUSENTES = WS-QTD-AUSENTES + 1
             MOVE TAB-LIQ(WS-IDX, 1) TO DET-MOV-LIQ
             PERFORM GRAVAR-DET-MOV.

       GRAVAR-DET-MOV.
           MOVE TAB-CODIGO(WS-IDX) TO DET-MOV-COD.
           MOVE TAB-NOME(WS-IDX) TO DET-MOV-NOME.
           WRITE REG-RELVAR FROM DET-MOV.

       LISTAR-VARIACOES.
           MOVE "VARIACAO ACIMA DA TOLERANCIA (* = VALOR FORA)"
             TO CAB-SECAO-TEXTO.
           WRITE REG-RELVAR FROM CAB-SECAO.
           WRITE REG-RELVAR FROM CAB-COLUNAS.
           PERFORM LISTAR-SE-VARIOU VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-QTD-FUNCS.

       LISTAR-SE-VARIOU.
           IF TAB-TEM-ANT(WS-IDX) EQUAL "S"
             AND TAB-TEM-ATU(WS-IDX) EQUAL "S"
             PERFORM COMPARAR-FUNC.

      * cada valor e conferido contra a tolerancia sobre o valor do
      * mes anterior (sem divisao: dif * 100 > anterior * tol); valor
      * que sai de zero para qualquer coisa tambem esta fora.
       COMPARAR-FUNC.
           COMPUTE WS-QTD-COMPARADOS = WS-QTD-COMPARADOS + 1.
           MOVE "N" TO WS-FORA-TOL.
           PERFORM MARCAR-VALORES.
           IF WS-FORA-TOL EQUAL "S"
             PERFORM GRAVAR-VARIACAO.

       CONFERIR-VALOR.
           MOVE SPACE TO WS-MARCA.
           COMPUTE WS-DIF = WS-VAL-ATU - WS-VAL-ANT.
           IF WS-DIF < 0
             COMPUTE WS-DIF = WS-DIF * -1.
           IF WS-DIF * 100 > WS-VAL-ANT * WS-TOLERANCIA
             MOVE "*" TO WS-MARCA
             MOVE "S" TO WS-FORA-TOL.

      * a diferenca de liquido (o que de fato sai na remessa, ultima
      * conferida em MARCAR-VALORES) compoe a variacao nao explicada.
       GRAVAR-VARIACAO.
           COMPUTE WS-QTD-FORA-TOL = WS-QTD-FORA-TOL + 1.
           COMPUTE WS-VAR-NAO-EXPL = WS-VAR-NAO-EXPL + WS-DIF.
           MOVE TAB-CODIGO(WS-IDX) TO DET-VAR-COD.
           MOVE TAB-NOME(WS-IDX) TO DET-VAR-NOME.
           MOVE WS-PERIODO-ANT TO DET-VAR-PER.
           MOVE TAB-SAL(WS-IDX, 1) TO DET-VAR-VALOR(1).
           MOVE TAB-INSS(WS-IDX, 1) TO DET-VAR-VALOR(2).
           MOVE TAB-IRRF(WS-IDX, 1) TO DET-VAR-VALOR(3).
           MOVE TAB-LIQ(WS-IDX, 1) TO DET-VAR-VALOR(4).
           MOVE SPACE TO DET-VAR-MARCA(1).
           MOVE SPACE TO DET-VAR-MARCA(2).
           MOVE SPACE TO DET-VAR-MARCA(3).
           MOVE SPACE TO DET-VAR-MARCA(4).
           WRITE REG-RELVAR FROM DET-VAR.
           MOVE SPACES TO DET-VAR-COD.
           MOVE SPACES TO DET-VAR-NOME.
           MOVE WS-PERIODO-ATUAL TO DET-VAR-PER.
           MOVE TAB-SAL(WS-IDX, 2) TO DET-VAR-VALOR(1).
           MOVE TAB-INSS(WS-IDX, 2) TO DET-VAR-VALOR(2).
           MOVE TAB-IRRF(WS-IDX, 2) TO DET-VAR-VALOR(3).
           MOVE TAB-LIQ(WS-IDX, 2) TO DET-VAR-VALOR(4).
           PERFORM MARCAR-VALORES.
           WRITE REG-RELVAR FROM DET-VAR.

      * marca os valores do mes corrente fora da tolerancia (a linha
      * do mes anterior sai sem marca).
       MARCAR-VALORES.
           MOVE TAB-SAL(WS-IDX, 1) TO WS-VAL-ANT.
           MOVE TAB-SAL(WS-IDX, 2) TO WS-VAL-ATU.
           PERFORM CONFERIR-VALOR.
           MOVE WS-MARCA TO DET-VAR-MARCA(1).
           MOVE TAB-INSS(WS-IDX, 1) TO WS-VAL-ANT.
           MOVE TAB-INSS(WS-IDX, 2) TO WS-VAL-ATU.
           PERFORM CONFERIR-VALOR.
           MOVE WS-MARCA TO DET-VAR-MARCA(2).
           MOVE TAB-IRRF(WS-IDX, 1) TO WS-VAL-ANT.
           MOVE TAB-IRRF(WS-IDX, 2) TO WS-VAL-ATU.
           PERFORM CONFERIR-VALOR.
           MOVE WS-MARCA TO DET-VAR-MARCA(3).
           MOVE TAB-LIQ(WS-IDX, 1) TO WS-VAL-ANT.
           MOVE TAB-LIQ(WS-IDX, 2) TO WS-VAL-ATU.
           PERFORM CONFERIR-VALOR.
           MOVE WS-MARCA TO DET-VAR-MARCA(4).

       FIM.
           MOVE WS-QTD-NOVOS TO TOT-VAR-NOVOS.
           MOVE WS-QTD-AUSENTES TO TOT-VAR-AUSENTES.
           MOVE WS-QTD-FORA-TOL TO TOT-VAR-FORA.
           WRITE REG-RELVAR FROM TOT-VAR.
           MOVE WS-VAR-NAO-EXPL TO TOT-VAR-VALOR.
           WRITE REG-RELVAR FROM TOT-VAR-2.
           IF WS-VAR-NAO-EXPL NOT > WS-LIMITE
             MOVE "LIBERADA" TO WS-SITUACAO
           ELSE
             IF WS-CICLO-APROV EQUAL WS-CICLO-NUM
               AND WS-CICLO-NUM > 0
               MOVE "LIBERADA - APROVADA PELA FOLHA" TO WS-SITUACAO
             ELSE
               MOVE "RETIDA - AGUARDA APROVACAO" TO WS-SITUACAO
               DISPLAY "ERRO: VARIACAO DA FOLHA ACIMA DO LIMITE - "
                 "REMESSA RETIDA, VER RELVAR.DAT"
               MOVE 8 TO RETURN-CODE.
           MOVE WS-SITUACAO TO TOT-VAR-SITUACAO.
           WRITE REG-RELVAR FROM TOT-VAR-3.
           CLOSE RELVAR.
           PERFORM GRAVAR-AUDITORIA.
           STOP RUN.

       GRAVAR-AUDITORIA.
           OPEN EXTEND AUDITLOG.
           IF WS-AUD-STATUS NOT EQUAL "00"
             OPEN OUTPUT AUDITLOG.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-DATA-HORA.
           MOVE SPACES TO LIN-AUDITLOG.
           MOVE "VARFOLHA" TO AUD-PROGRAMA.
           MOVE WS-AUD-DATA-HORA TO AUD-DATA-HORA.
           MOVE WS-QTD-LIDOS TO AUD-LIDOS.
           MOVE WS-QTD-COMPARADOS TO AUD-GRAVADOS.
           MOVE WS-QTD-FORA-TOL TO AUD-REJEITADOS.
           COMPUTE AUD-GRAVADOS-2 = WS-QTD-NOVOS + WS-QTD-AUSENTES.
           MOVE WS-CICLO-NUM TO AUD-CICLO.
           WRITE REG-AUDITLOG FROM LIN-AUDITLOG.
           CLOSE AUDITLOG.
