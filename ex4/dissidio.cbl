       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISSIDIO.
      *este programa aplica o reajuste coletivo (dissidio) sobre o
      *cadastro de funcionarios CADFUNC.DAT, a partir do cartao de
      *parametros DISSCTL.DAT (percentual por faixa salarial, periodo
      *de vigencia AAAAMM e teto opcional). para cada funcionario
      *gera o movimento de alteracao "A" em MOVFUNC.DAT, no layout
      *lido pelo MANUTFUNC, com o salario reajustado, e para cada mes
      *ja fechado em ACUMYTD.DAT desde a vigencia grava em
      *DISSRETRO.DAT a diferenca do mes (diferenca retroativa de
      *dissidio), calculada sobre o bruto que o proprio mes pagou.
      *o retroativo fica retido ali: e o MANUTFUNC que,
      *ao aplicar de fato o "A" do DISSIDIO (direto ou depois da
      *liberacao da dupla conferencia), passa as diferencas daquele
      *funcionario para MOVFOLHA.DAT como evento "DR", pago na folha
      *mensal como provento, com INSS/IRRF. reajuste retido e nunca
      *liberado nao gera pagamento de atrasado.
      *MOVFUNC.DAT e DISSRETRO.DAT sao estendidos (os movimentos ja
      *digitados no mes ficam preservados); uma segunda execucao
      *antes de o MANUTFUNC aplicar a primeira duplicaria o
      *retroativo, entao o programa recusa rodar se MOVFOLHA.DAT ja
      *contem algum "DR" ou se DISSRETRO.DAT ainda tem diferenca
      *retida.
      *o relatorio RELDISS.DAT traz o antes/depois de cada
      *funcionario e os meses de retroativo, para o visto do RH.
      *funcionario cujo aumento mensal ou diferenca de algum mes nao
      *cabe no valor do evento de MOVFOLHA.DAT (999.999,99) sai no
      *RELDISS como recusado, sem movimento nem retroativo, e o
      *passo termina com RC=8 para o RH tratar o caso a mao.
      *no fechamento, uma linha de auditoria e acrescentada a
      *AUDITLOG.DAT, no mesmo layout dos demais programas do job.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           SELECT CADFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FUNC-STATUS.

           SELECT DISSCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISS-STATUS.

           SELECT ACUMYTD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-YTD-STATUS.

           SELECT MOVFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOV-STATUS.

           SELECT MOVFOLHA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOVF-STATUS.

           SELECT DISSRETRO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DRET-STATUS.

           SELECT RELDISS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.

           SELECT OPTIONAL CICLOCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CICLO-STATUS.

       DATA DIVISION.

       FILE SECTION.
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

      * uma linha por faixa salarial, em ordem crescente de teto,
      * como TABINSS.DAT: DISS-TETO-FAIXA e o maior salario da faixa
      * (a ultima leva 99999999,99) e DISS-PERC o percentual de
      * reajuste da faixa. cada linha repete a vigencia AAAAMM e o
      * teto do reajuste (DISS-LIMITE): salario acima dele recebe o
      * percentual da sua faixa aplicado sobre o teto, e nao sobre o
      * salario inteiro; zero dispensa o teto.
           FD DISSCTL
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "DISSCTL.DAT".

             01 REG-DISSCTL.
                02 DISS-VIGENCIA PIC 9(6).
                02 DISS-TETO-FAIXA PIC 9(8)V99.
                02 DISS-PERC PIC V9(4).
                02 DISS-LIMITE PIC 9(8)V99.

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

           FD MOVFUNC
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "MOVFUNC.DAT".

             01 REGMOV.
                02 MOV-TIPO PIC X(1).
                02 MOV-CODIGO PIC 9(5).
                02 MOV-SALBR PIC 9(8)V99.
                02 MOV-DEP PIC 9(2).
                02 MOV-NOME PIC X(30).
                02 MOV-CCUSTO PIC 9(2).
                02 MOV-DATA-ADM PIC 9(8).
                02 MOV-OPERADOR PIC X(8).
                02 MOV-TIPO-LIB PIC X(1).

           FD MOVFOLHA
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "MOVFOLHA.DAT".

             01 REG-MOVFOLHA.
                02 MOVF-CODIGO PIC 9(5).
                02 MOVF-EVENTO PIC X(2).
                02 MOVF-VALOR PIC 9(6)V99.

      * diferenca retroativa retida ate o MANUTFUNC aplicar o
      * reajuste: funcionario, mes fechado, valor do mes, vigencia
      * do dissidio e ciclo em que foi gerada.
           FD DISSRETRO
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "DISSRETRO.DAT".

             01 REG-DISSRETRO.
                02 DRET-CODIGO PIC 9(5).
                02 DRET-PERIODO PIC 9(6).
                02 DRET-VALOR PIC 9(6)V99.
                02 DRET-VIGENCIA PIC 9(6).
                02 DRET-CICLO PIC 9(6).

           FD RELDISS
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "RELDISS.DAT".

             01 REG-RELDISS PIC X(80).

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
           77 FLAG-DISS PIC 9(1) VALUE 0.
           77 FLAG-YTD PIC 9(1) VALUE 0.
           77 FLAG-MOVF PIC 9(1) VALUE 0.
           77 FLAG-DRET PIC 9(1) VALUE 0.
           77 WS-DRET-STATUS PIC X(2).
           77 WS-FUNC-STATUS PIC X(2).
           77 WS-DISS-STATUS PIC X(2).
           77 WS-YTD-STATUS PIC X(2).
           77 WS-MOV-STATUS PIC X(2).
           77 WS-MOVF-STATUS PIC X(2).
           77 WS-AUD-STATUS PIC X(2).
           77 WS-AUD-DATA-HORA PIC X(21).
           77 WS-CICLO-STATUS PIC X(2).
           77 WS-CICLO-NUM PIC 9(6) VALUE 0.
           77 WS-CICLO-DATA PIC 9(8) VALUE 0.
           77 WS-PERIODO-ATUAL PIC 9(6) VALUE 0.
           77 WS-VIGENCIA PIC 9(6) VALUE 0.
           77 WS-LIMITE PIC 9(8)V99 VALUE 0.
           77 WS-QTD-FAIXAS PIC 9(2) VALUE 0.
           77 WS-FX-IDX PIC 9(2) VALUE 0.
           77 WS-FX-ACHOU PIC X(1) VALUE "N".
           77 WS-PERC PIC V9(4) VALUE 0.
           77 WS-QTD-FUNCS PIC 9(3) VALUE 0.
           77 WS-IDX-FUNC PIC 9(3) VALUE 0.
           77 WS-IDX-ACHADO PIC 9(3) VALUE 0.
           77 WS-ACHOU PIC X(1) VALUE "N".
           77 WS-PER-IDX PIC 9(2) VALUE 0.
           77 WS-PER-REPETIDO PIC X(1) VALUE "N".
           77 WS-PER-ACHADO PIC 9(2) VALUE 0.
           77 WS-QTD-MESES PIC 9(2) VALUE 0.
           77 WS-BASE-MES PIC 9(9)V99 VALUE 0.
           77 WS-EXCEDE PIC X(1) VALUE "N".
           77 WS-MAX-EVENTO PIC 9(6)V99 VALUE 999999,99.
           77 WS-QTD-RECUSADOS PIC 9(6) VALUE 0.
           77 WS-BASE-REAJUSTE PIC 9(8)V99 VALUE 0.
           77 WS-AUMENTO PIC 9(8)V99 VALUE 0.
           77 WS-DIF-MES PIC 9(9)V99 VALUE 0.
           77 WS-SAL-NOVO PIC 9(8)V99 VALUE 0.
           77 WS-RETRO-FUNC PIC 9(9)V99 VALUE 0.
           77 WS-QTD-YTD-LIDOS PIC 9(6) VALUE 0.
           77 WS-QTD-MOV-A PIC 9(6) VALUE 0.
           77 WS-QTD-EVENTOS PIC 9(6) VALUE 0.
           77 WS-TOT-ANTES PIC 9(10)V99 VALUE 0.
           77 WS-TOT-DEPOIS PIC 9(10)V99 VALUE 0.
           77 WS-TOT-RETRO PIC 9(10)V99 VALUE 0.

      * faixas do cartao; limite de 10 faixas por vigencia.
           01 TAB-FAIXAS.
             02 TAB-FX-ITEM OCCURS 10 TIMES.
                03 TAB-FX-TETO PIC 9(8)V99.
                03 TAB-FX-PERC PIC V9(4).

      * cadastro em memoria, no mesmo limite de 500 funcionarios do
      * MANUTFUNC, com os periodos fechados em ACUMYTD.DAT desde a
      * vigencia (ate 24 meses de retroativo por funcionario), o
      * bruto liquido de estornos de cada um e a diferenca do mes.
           01 TAB-FUNCS.
             02 TAB-FUNC-ITEM OCCURS 500 TIMES.
                03 TAB-CODIGO PIC 9(5).
                03 TAB-SALBR PIC 9(8)V99.
                03 TAB-DEP PIC 9(2).
                03 TAB-NOME PIC X(30).
                03 TAB-CCUSTO PIC 9(2).
                03 TAB-DATA-ADM PIC 9(8).
                03 TAB-QTD-PER PIC 9(2).
                03 TAB-PER-ITEM OCCURS 24 TIMES.
                   04 TAB-PERIODO PIC 9(6).
                   04 TAB-PER-SAL PIC S9(9)V99.
                   04 TAB-PER-DIF PIC 9(9)V99.

      * AUD-LIDOS registra os funcionarios lidos de CADFUNC.DAT;
      * AUD-GRAVADOS os movimentos "A" gravados em MOVFUNC.DAT e
      * AUD-GRAVADOS-2 as diferencas retidas em DISSRETRO.DAT.
      * AUD-REJEITADOS conta os funcionarios recusados por valor.
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

           01 CAB-DISS.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(28) VALUE "REAJUSTE COLETIVO - DISSIDIO".
             02 FILLER PIC X(10) VALUE " VIGENCIA ".
             02 CAB-DISS-VIG PIC 9(6).
             02 FILLER PIC X(7) VALUE " CICLO ".
             02 CAB-DISS-CICLO PIC 9(6).

           01 CAB-DISS-2.
             02 FILLER PIC X(2) VALUE SPACES.
             02 FILLER PIC X(6) VALUE "COD".
             02 FILLER PIC X(21) VALUE "NOME".
             02 FILLER PIC X(14) VALUE "    SAL. ANTES".
             02 FILLER PIC X(14) VALUE "   SAL. DEPOIS".
             02 FILLER PIC X(7) VALUE "   PERC".
             02 FILLER PIC X(4) VALUE " MES".
             02 FILLER PIC X(12) VALUE "  RETROATIVO".

           01 DET-DISS.
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-DISS-COD PIC 9(5).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-DISS-NOME PIC X(20).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-DISS-ANTES PIC ZZ.ZZZ.ZZ9,99.
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-DISS-DEPOIS PIC ZZ.ZZZ.ZZ9,99.
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-DISS-PERC PIC Z9,99.
             02 FILLER PIC X(1) VALUE "%".
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-DISS-MESES PIC Z9.
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-DISS-RETRO PIC ZZZ.ZZ9,99.

           01 DET-DISS-MES.
             02 FILLER PIC X(30) VALUE SPACES.
             02 FILLER PIC X(24) VALUE "DIFERENCA RETROATIVA DE ".
             02 DET-MES-PERIODO PIC 9(6).
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-MES-VALOR PIC ZZZ.ZZ9,99.

           01 DET-DISS-RECUSA.
             02 FILLER PIC X(30) VALUE SPACES.
             02 FILLER PIC X(45) VALUE
                "RECUSADO: VALOR ACIMA DE 999.999,99 POR MES".

           01 TOT-DISS.
             02 FILLER PIC X(2) VALUE SPACES.
             02 FILLER PIC X(13) VALUE "FUNCIONARIOS ".
             02 TOT-DISS-QTD PIC ZZ9.
             02 FILLER PIC X(10) VALUE SPACES.
             02 TOT-DISS-ANTES PIC Z.ZZZ.ZZZ.ZZ9,99.
             02 FILLER PIC X(1) VALUE SPACE.
             02 TOT-DISS-DEPOIS PIC Z.ZZZ.ZZZ.ZZ9,99.

           01 TOT-DISS-2.
             02 FILLER PIC X(2) VALUE SPACES.
             02 FILLER PIC X(26) VALUE "TOTAL DO RETROATIVO.......".
             02 TOT-DISS-RETRO PIC Z.ZZZ.ZZZ.ZZ9,99.
             02 FILLER PIC X(3) VALUE SPACES.
             02 FILLER PIC X(8) VALUE "RETIDOS ".
             02 TOT-DISS-EVENTOS PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       PROG-DISSIDIO.
           PERFORM LER-CICLO.
           PERFORM CARREGAR-FAIXAS.
           PERFORM CONFERIR-MOVFOLHA.
           PERFORM CONFERIR-DISSRETRO.
           PERFORM CARREGAR-FUNCS.
           PERFORM CARREGAR-PERIODOS.
           PERFORM ABRIR.
           PERFORM REAJUSTAR-FUNC VARYING WS-IDX-FUNC FROM 1 BY 1
             UNTIL WS-IDX-FUNC > WS-QTD-FUNCS.
           PERFORM FIM.

      * o periodo corrente (o da folha que ainda vai rodar) sai do
      * cartao de ciclo; meses anteriores a ele ja estao fechados.
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

      * sem cartao, com faixa fora de ordem ou com vigencia diferente
      * entre as linhas o reajuste nao pode ser calculado, entao o
      * passo cai com RC=8 antes de gravar qualquer movimento.
       CARREGAR-FAIXAS.
           MOVE 0 TO WS-QTD-FAIXAS.
           OPEN INPUT DISSCTL.
           IF WS-DISS-STATUS NOT EQUAL "00"
             DISPLAY "ERRO: DISSCTL.DAT AUSENTE OU ILEGIVEL"
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           PERFORM LER-FAIXA UNTIL FLAG-DISS EQUAL 1.
           CLOSE DISSCTL.
           IF WS-QTD-FAIXAS EQUAL 0
             DISPLAY "ERRO: DISSCTL.DAT SEM FAIXAS DE REAJUSTE"
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           IF WS-VIGENCIA > WS-PERIODO-ATUAL
             DISPLAY "ERRO: VIGENCIA " WS-VIGENCIA
               " POSTERIOR AO PERIODO ATUAL " WS-PERIODO-ATUAL
             MOVE 8 TO RETURN-CODE
             STOP RUN.

       LER-FAIXA.
           READ DISSCTL
             AT END MOVE 1 TO FLAG-DISS
             NOT AT END PERFORM CARREGAR-UMA-FAIXA
           END-READ.

       CARREGAR-UMA-FAIXA.
           IF DISS-VIGENCIA IS NOT NUMERIC
             OR DISS-TETO-FAIXA IS NOT NUMERIC
             OR DISS-PERC IS NOT NUMERIC
             OR DISS-LIMITE IS NOT NUMERIC
             DISPLAY "ERRO: DISSCTL.DAT COM LINHA INVALIDA"
             CLOSE DISSCTL
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           IF WS-QTD-FAIXAS EQUAL 10
             DISPLAY "ERRO: DISSCTL.DAT EXCEDE LIMITE 10"
             CLOSE DISSCTL
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           IF WS-QTD-FAIXAS EQUAL 0
             MOVE DISS-VIGENCIA TO WS-VIGENCIA
             MOVE DISS-LIMITE TO WS-LIMITE
           ELSE
             IF DISS-VIGENCIA NOT EQUAL WS-VIGENCIA
               OR DISS-LIMITE NOT EQUAL WS-LIMITE
               OR DISS-TETO-FAIXA NOT > TAB-FX-TETO(WS-QTD-FAIXAS)
               DISPLAY "ERRO: DISSCTL.DAT COM FAIXAS INCONSISTENTES"
               CLOSE DISSCTL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           COMPUTE WS-QTD-FAIXAS = WS-QTD-FAIXAS + 1.
           MOVE DISS-TETO-FAIXA TO TAB-FX-TETO(WS-QTD-FAIXAS).
           MOVE DISS-PERC TO TAB-FX-PERC(WS-QTD-FAIXAS).

      * um segundo dissidio antes de o primeiro ser pago duplicaria
      * o atrasado; evento "DR" ja presente derruba o passo com RC=8
      * sem tocar em MOVFUNC.DAT nem em DISSRETRO.DAT.
       CONFERIR-MOVFOLHA.
           MOVE 0 TO FLAG-MOVF.
           OPEN INPUT MOVFOLHA.
           IF WS-MOVF-STATUS EQUAL "00"
             PERFORM LER-MOVFOLHA UNTIL FLAG-MOVF EQUAL 1
             CLOSE MOVFOLHA.

       LER-MOVFOLHA.
           READ MOVFOLHA
             AT END MOVE 1 TO FLAG-MOVF
             NOT AT END
               IF MOVF-EVENTO EQUAL "DR"
                 DISPLAY "ERRO: MOVFOLHA.DAT JA CONTEM "
                   "DIFERENCAS DE DISSIDIO"
                 CLOSE MOVFOLHA
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
               END-IF
           END-READ.

      * diferenca ainda retida e de um dissidio cujo reajuste o
      * MANUTFUNC nao aplicou (aguardando liberacao, rejeitado ou na
      * suspensao); o RH resolve aquele antes de gerar outro.
       CONFERIR-DISSRETRO.
           OPEN INPUT DISSRETRO.
           IF WS-DRET-STATUS EQUAL "00"
             READ DISSRETRO
               AT END CONTINUE
               NOT AT END
                 DISPLAY "ERRO: DISSRETRO.DAT AINDA TEM RETROATIVO "
                   "RETIDO DA VIGENCIA " DRET-VIGENCIA
                 CLOSE DISSRETRO
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
             END-READ
             CLOSE DISSRETRO.

       CARREGAR-FUNCS.
           MOVE 0 TO WS-QTD-FUNCS.
           OPEN INPUT CADFUNC.
           IF WS-FUNC-STATUS NOT EQUAL "00"
             DISPLAY "ERRO: CADFUNC.DAT AUSENTE OU ILEGIVEL"
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           PERFORM LER-FUNC UNTIL FLAG EQUAL 1.
           CLOSE CADFUNC.

       LER-FUNC.
           READ CADFUNC
             AT END MOVE 1 TO FLAG
             NOT AT END PERFORM GUARDAR-FUNC
           END-READ.

       GUARDAR-FUNC.
           IF WS-QTD-FUNCS EQUAL 500
             DISPLAY "ERRO: CADFUNC.DAT EXCEDE LIMITE 500"
             CLOSE CADFUNC
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           COMPUTE WS-QTD-FUNCS = WS-QTD-FUNCS + 1.
           MOVE CODIGO TO TAB-CODIGO(WS-QTD-FUNCS).
           MOVE SALBR TO TAB-SALBR(WS-QTD-FUNCS).
           MOVE DEP TO TAB-DEP(WS-QTD-FUNCS).
           MOVE NOME TO TAB-NOME(WS-QTD-FUNCS).
           MOVE CCUSTO TO TAB-CCUSTO(WS-QTD-FUNCS).
           IF DATA-ADM IS NUMERIC
             MOVE DATA-ADM TO TAB-DATA-ADM(WS-QTD-FUNCS)
           ELSE
             MOVE 0 TO TAB-DATA-ADM(WS-QTD-FUNCS).
           MOVE 0 TO TAB-QTD-PER(WS-QTD-FUNCS).

      * meses fechados: linhas do ledger a partir da vigencia e antes
      * do periodo corrente. as linhas do mesmo mes somam o bruto
      * (YTD-SAL) e as de estorno (YTD-ESTORNO "E") o subtraem, de
      * modo que o mes reaberto e reprocessado vale o bruto da ultima
      * rodada; funcionario que nao recebeu no mes (ainda nao
      * admitido) nao tem linha e nao gera retroativo.
       CARREGAR-PERIODOS.
           MOVE 0 TO FLAG-YTD.
           OPEN INPUT ACUMYTD.
           IF WS-YTD-STATUS EQUAL "00"
             PERFORM LER-YTD UNTIL FLAG-YTD EQUAL 1
             CLOSE ACUMYTD.

       LER-YTD.
           READ ACUMYTD
             AT END MOVE 1 TO FLAG-YTD
             NOT AT END
               COMPUTE WS-QTD-YTD-LIDOS = WS-QTD-YTD-LIDOS + 1
               IF YTD-PERIODO IS NUMERIC
                 AND YTD-SAL IS NUMERIC
                 AND YTD-PERIODO >= WS-VIGENCIA
                 AND YTD-PERIODO < WS-PERIODO-ATUAL
                 PERFORM GUARDAR-PERIODO
               END-IF
           END-READ.

       GUARDAR-PERIODO.
           PERFORM LOCALIZAR-FUNC.
           IF WS-ACHOU EQUAL "S"
             MOVE "N" TO WS-PER-REPETIDO
             PERFORM CONFERIR-PERIODO-REPETIDO
               VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > TAB-QTD-PER(WS-IDX-ACHADO)
             IF WS-PER-REPETIDO EQUAL "N"
               PERFORM ACRESCENTAR-PERIODO
             END-IF
             PERFORM SOMAR-BRUTO-PERIODO.

       CONFERIR-PERIODO-REPETIDO.
           IF TAB-PERIODO(WS-IDX-ACHADO, WS-PER-IDX) EQUAL YTD-PERIODO
             MOVE "S" TO WS-PER-REPETIDO
             MOVE WS-PER-IDX TO WS-PER-ACHADO.

       ACRESCENTAR-PERIODO.
           IF TAB-QTD-PER(WS-IDX-ACHADO) EQUAL 24
             DISPLAY "ERRO: RETROATIVO EXCEDE LIMITE 24 MESES"
             CLOSE ACUMYTD
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           ADD 1 TO TAB-QTD-PER(WS-IDX-ACHADO).
           MOVE TAB-QTD-PER(WS-IDX-ACHADO) TO WS-PER-IDX.
           MOVE YTD-PERIODO TO TAB-PERIODO(WS-IDX-ACHADO, WS-PER-IDX).
           MOVE 0 TO TAB-PER-SAL(WS-IDX-ACHADO, WS-PER-IDX).
           MOVE WS-PER-IDX TO WS-PER-ACHADO.

       SOMAR-BRUTO-PERIODO.
           IF YTD-ESTORNO EQUAL "E"
             COMPUTE TAB-PER-SAL(WS-IDX-ACHADO, WS-PER-ACHADO) =
               TAB-PER-SAL(WS-IDX-ACHADO, WS-PER-ACHADO) - YTD-SAL
           ELSE
             COMPUTE TAB-PER-SAL(WS-IDX-ACHADO, WS-PER-ACHADO) =
               TAB-PER-SAL(WS-IDX-ACHADO, WS-PER-ACHADO) + YTD-SAL.

      * varredura linear sem saida antecipada, como no MANUTFUNC.
       LOCALIZAR-FUNC.
           MOVE "N" TO WS-ACHOU.
           MOVE 0 TO WS-IDX-ACHADO.
           PERFORM COMPARAR-FUNC VARYING WS-IDX-FUNC FROM 1 BY 1
             UNTIL WS-IDX-FUNC > WS-QTD-FUNCS.

       COMPARAR-FUNC.
           IF TAB-CODIGO(WS-IDX-FUNC) EQUAL YTD-CODIGO
             MOVE "S" TO WS-ACHOU
             MOVE WS-IDX-FUNC TO WS-IDX-ACHADO.

      * os movimentos do mes ja digitados ficam; o dissidio entra no
      * fim de MOVFUNC.DAT e de DISSRETRO.DAT.
       ABRIR.
           OPEN EXTEND MOVFUNC.
           IF WS-MOV-STATUS NOT EQUAL "00"
             OPEN OUTPUT MOVFUNC.
           OPEN EXTEND DISSRETRO.
           IF WS-DRET-STATUS NOT EQUAL "00"
             OPEN OUTPUT DISSRETRO.
           OPEN OUTPUT RELDISS.
           MOVE WS-VIGENCIA TO CAB-DISS-VIG.
           MOVE WS-CICLO-NUM TO CAB-DISS-CICLO.
           WRITE REG-RELDISS FROM CAB-DISS.
           WRITE REG-RELDISS FROM CAB-DISS-2.

      * faixa pelo salario atual; acima do teto do reajuste o
      * percentual incide sobre o teto. o salario pode ter mudado
      * dentro da vigencia (promocao, correcao pelo MANUTFUNC), entao
      * a diferenca de cada mes fechado sai do bruto que aquele mes
      * pagou no ledger, tambem limitado ao teto, e nao do salario
      * atual. aumento ou diferenca de mes acima do valor maximo de
      * um evento de MOVFOLHA.DAT recusa o funcionario inteiro.
       REAJUSTAR-FUNC.
           MOVE "N" TO WS-FX-ACHOU.
           PERFORM PROCURAR-FAIXA VARYING WS-FX-IDX FROM 1 BY 1
             UNTIL WS-FX-IDX > WS-QTD-FAIXAS
             OR WS-FX-ACHOU EQUAL "S".
           IF WS-FX-ACHOU EQUAL "N"
             MOVE TAB-FX-PERC(WS-QTD-FAIXAS) TO WS-PERC.
           MOVE TAB-SALBR(WS-IDX-FUNC) TO WS-BASE-REAJUSTE.
           IF WS-LIMITE > 0 AND WS-BASE-REAJUSTE > WS-LIMITE
             MOVE WS-LIMITE TO WS-BASE-REAJUSTE.
           COMPUTE WS-AUMENTO ROUNDED = WS-BASE-REAJUSTE * WS-PERC.
           COMPUTE WS-SAL-NOVO = TAB-SALBR(WS-IDX-FUNC) + WS-AUMENTO.
           MOVE 0 TO WS-RETRO-FUNC.
           MOVE 0 TO WS-QTD-MESES.
           MOVE "N" TO WS-EXCEDE.
           IF WS-AUMENTO > WS-MAX-EVENTO
             MOVE "S" TO WS-EXCEDE.
           PERFORM CALCULAR-DIF-MES VARYING WS-PER-IDX FROM 1 BY 1
             UNTIL WS-PER-IDX > TAB-QTD-PER(WS-IDX-FUNC).
           IF WS-EXCEDE EQUAL "S"
             PERFORM RECUSAR-FUNC
           ELSE
             PERFORM LISTAR-REAJUSTE.

       CALCULAR-DIF-MES.
           MOVE 0 TO TAB-PER-DIF(WS-IDX-FUNC, WS-PER-IDX).
           IF TAB-PER-SAL(WS-IDX-FUNC, WS-PER-IDX) > 0
             MOVE TAB-PER-SAL(WS-IDX-FUNC, WS-PER-IDX) TO WS-BASE-MES
             IF WS-LIMITE > 0 AND WS-BASE-MES > WS-LIMITE
               MOVE WS-LIMITE TO WS-BASE-MES
             END-IF
             COMPUTE WS-DIF-MES ROUNDED = WS-BASE-MES * WS-PERC
             MOVE WS-DIF-MES TO TAB-PER-DIF(WS-IDX-FUNC, WS-PER-IDX)
             COMPUTE WS-RETRO-FUNC = WS-RETRO-FUNC + WS-DIF-MES
             IF WS-DIF-MES > 0
               COMPUTE WS-QTD-MESES = WS-QTD-MESES + 1
             END-IF
             IF WS-DIF-MES > WS-MAX-EVENTO
               MOVE "S" TO WS-EXCEDE.

       LISTAR-REAJUSTE.
           IF WS-AUMENTO > 0
             PERFORM GRAVAR-MOV-ALTERACAO.
           MOVE TAB-CODIGO(WS-IDX-FUNC) TO DET-DISS-COD.
           MOVE TAB-NOME(WS-IDX-FUNC) TO DET-DISS-NOME.
           MOVE TAB-SALBR(WS-IDX-FUNC) TO DET-DISS-ANTES.
           MOVE WS-SAL-NOVO TO DET-DISS-DEPOIS.
           COMPUTE DET-DISS-PERC = WS-PERC * 100.
           MOVE WS-QTD-MESES TO DET-DISS-MESES.
           MOVE WS-RETRO-FUNC TO DET-DISS-RETRO.
           WRITE REG-RELDISS FROM DET-DISS.
           IF WS-AUMENTO > 0
             PERFORM GRAVAR-RETRO-RETIDO VARYING WS-PER-IDX
               FROM 1 BY 1
               UNTIL WS-PER-IDX > TAB-QTD-PER(WS-IDX-FUNC).
           COMPUTE WS-TOT-ANTES = WS-TOT-ANTES
             + TAB-SALBR(WS-IDX-FUNC).
           COMPUTE WS-TOT-DEPOIS = WS-TOT-DEPOIS + WS-SAL-NOVO.
           COMPUTE WS-TOT-RETRO = WS-TOT-RETRO + WS-RETRO-FUNC.

      * o salario fica como esta no cadastro e nada e gravado para o
      * funcionario; os demais seguem e o passo termina com RC=8.
       RECUSAR-FUNC.
           MOVE TAB-CODIGO(WS-IDX-FUNC) TO DET-DISS-COD.
           MOVE TAB-NOME(WS-IDX-FUNC) TO DET-DISS-NOME.
           MOVE TAB-SALBR(WS-IDX-FUNC) TO DET-DISS-ANTES.
           MOVE TAB-SALBR(WS-IDX-FUNC) TO DET-DISS-DEPOIS.
           COMPUTE DET-DISS-PERC = WS-PERC * 100.
           MOVE 0 TO DET-DISS-MESES.
           MOVE 0 TO DET-DISS-RETRO.
           WRITE REG-RELDISS FROM DET-DISS.
           WRITE REG-RELDISS FROM DET-DISS-RECUSA.
           COMPUTE WS-TOT-ANTES = WS-TOT-ANTES
             + TAB-SALBR(WS-IDX-FUNC).
           COMPUTE WS-TOT-DEPOIS = WS-TOT-DEPOIS
             + TAB-SALBR(WS-IDX-FUNC).
           COMPUTE WS-QTD-RECUSADOS = WS-QTD-RECUSADOS + 1.
           DISPLAY "ERRO: FUNCIONARIO " TAB-CODIGO(WS-IDX-FUNC)
             " RECUSADO - VALOR ACIMA DO LIMITE DO EVENTO".
           MOVE 8 TO RETURN-CODE.

       PROCURAR-FAIXA.
           IF TAB-SALBR(WS-IDX-FUNC) <= TAB-FX-TETO(WS-FX-IDX)
             MOVE "S" TO WS-FX-ACHOU
             MOVE TAB-FX-PERC(WS-FX-IDX) TO WS-PERC.

      * o movimento "A" do MANUTFUNC substitui o registro inteiro,
      * entao DEP, NOME, CCUSTO e DATA-ADM seguem como estao no
      * cadastro. o operador e o proprio DISSIDIO; reajuste acima
      * do percentual do PARMFUNC.DAT fica retido no MANUTFUNC ate
      * a liberacao por um operador do RH.
       GRAVAR-MOV-ALTERACAO.
           MOVE "A" TO MOV-TIPO.
           MOVE TAB-CODIGO(WS-IDX-FUNC) TO MOV-CODIGO.
           MOVE WS-SAL-NOVO TO MOV-SALBR.
           MOVE TAB-DEP(WS-IDX-FUNC) TO MOV-DEP.
           MOVE TAB-NOME(WS-IDX-FUNC) TO MOV-NOME.
           MOVE TAB-CCUSTO(WS-IDX-FUNC) TO MOV-CCUSTO.
           MOVE TAB-DATA-ADM(WS-IDX-FUNC) TO MOV-DATA-ADM.
           MOVE "DISSIDIO" TO MOV-OPERADOR.
           MOVE SPACE TO MOV-TIPO-LIB.
           WRITE REGMOV.
           COMPUTE WS-QTD-MOV-A = WS-QTD-MOV-A + 1.

      * a diferenca do mes fica retida com o CODIGO; o MANUTFUNC a
      * transforma em evento "DR" quando aplicar o "A" acima. mes
      * sem diferenca (estornado por inteiro) nao gera registro.
       GRAVAR-RETRO-RETIDO.
           IF TAB-PER-DIF(WS-IDX-FUNC, WS-PER-IDX) > 0
             MOVE TAB-CODIGO(WS-IDX-FUNC) TO DRET-CODIGO
             MOVE TAB-PERIODO(WS-IDX-FUNC, WS-PER-IDX) TO DRET-PERIODO
             MOVE TAB-PER-DIF(WS-IDX-FUNC, WS-PER-IDX) TO DRET-VALOR
             MOVE WS-VIGENCIA TO DRET-VIGENCIA
             MOVE WS-CICLO-NUM TO DRET-CICLO
             WRITE REG-DISSRETRO
             COMPUTE WS-QTD-EVENTOS = WS-QTD-EVENTOS + 1
             MOVE TAB-PERIODO(WS-IDX-FUNC, WS-PER-IDX)
               TO DET-MES-PERIODO
             MOVE TAB-PER-DIF(WS-IDX-FUNC, WS-PER-IDX) TO DET-MES-VALOR
             WRITE REG-RELDISS FROM DET-DISS-MES.

       FIM.
           MOVE WS-QTD-FUNCS TO TOT-DISS-QTD.
           MOVE WS-TOT-ANTES TO TOT-DISS-ANTES.
           MOVE WS-TOT-DEPOIS TO TOT-DISS-DEPOIS.
           WRITE REG-RELDISS FROM TOT-DISS.
           MOVE WS-TOT-RETRO TO TOT-DISS-RETRO.
           MOVE WS-QTD-EVENTOS TO TOT-DISS-EVENTOS.
           WRITE REG-RELDISS FROM TOT-DISS-2.
           CLOSE MOVFUNC DISSRETRO RELDISS.
           PERFORM GRAVAR-AUDITORIA.
           STOP RUN.

       GRAVAR-AUDITORIA.
           OPEN EXTEND AUDITLOG.
           IF WS-AUD-STATUS NOT EQUAL "00"
             OPEN OUTPUT AUDITLOG.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-DATA-HORA.
           MOVE SPACES TO LIN-AUDITLOG.
           MOVE "DISSIDIO" TO AUD-PROGRAMA.
           MOVE WS-AUD-DATA-HORA TO AUD-DATA-HORA.
           MOVE WS-QTD-FUNCS TO AUD-LIDOS.
           MOVE WS-QTD-MOV-A TO AUD-GRAVADOS.
           MOVE WS-QTD-RECUSADOS TO AUD-REJEITADOS.
           MOVE WS-QTD-EVENTOS TO AUD-GRAVADOS-2.
           MOVE WS-CICLO-NUM TO AUD-CICLO.
           WRITE REG-AUDITLOG FROM LIN-AUDITLOG.
           CLOSE AUDITLOG.
