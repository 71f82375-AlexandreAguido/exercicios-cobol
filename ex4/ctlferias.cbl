       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLFERIAS.
      *este programa mantem o controle de ferias por funcionario
      *(CTLFER.DAT): um registro por periodo aquisitivo, aberto a
      *partir da data de admissao (DATA-ADM do CADFUNC.DAT) e
      *renovado a cada aniversario, com os dias de direito, os dias
      *gozados (debitados pelo modo F da folha), a data-limite de
      *concessao (12 meses depois do fim do periodo aquisitivo) e a
      *situacao: A em aquisicao, C a conceder, Q quitado, V vencido
      *(concessao expirada com saldo, ferias devidas em dobro). a
      *data de referencia e a do cartao de ciclo. o relatorio
      *RELFER.DAT lista os periodos vencidos, os que vencem em ate
      *60 dias e os funcionarios sem data de admissao. periodos de
      *funcionario que saiu do CADFUNC.DAT nao sao regravados; antes
      *de regravar o controle a geracao anterior vai para BKPFER,
      *como no MANUTFUNC. no fechamento, uma linha de auditoria e
      *acrescentada a AUDITLOG.DAT, no mesmo layout dos demais
      *programas do job.
      *os dias ja gozados antes da implantacao do controle entram
      *pelo cartao de saldo inicial SALDOFER.DAT (CODIGO, inicio do
      *periodo aquisitivo e dias gozados), lido so quando o periodo
      *e aberto no controle; periodo ja existente nao e alterado
      *pelo cartao, que pode ficar no lugar sem debitar de novo.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           SELECT CADFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CTLFER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CFER-STATUS.

      * copia de geracao anterior do controle, com o numero do ciclo
      * no nome (BKPFERNNNNNN.DAT), como o BKPFUNC do MANUTFUNC.
           SELECT BKPFER ASSIGN TO WS-BKP-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BKP-STATUS.

           SELECT OPTIONAL SALDOFER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SFER-STATUS.

           SELECT RELFER ASSIGN TO DISK
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

      * controle de ferias (mesmo layout do modo F da folha): um
      * registro por funcionario e periodo aquisitivo, em ordem de
      * funcionario e de inicio do periodo.
           FD CTLFER
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "CTLFER.DAT".

             01 REG-CTLFER.
                02 CFER-CODIGO PIC 9(5).
                02 CFER-INICIO PIC 9(8).
                02 CFER-FIM PIC 9(8).
                02 CFER-LIMITE PIC 9(8).
                02 CFER-DIAS-DIR PIC 9(2).
                02 CFER-DIAS-GOZ PIC 9(2).
                02 CFER-SITUACAO PIC X(1).
                02 CFER-CICLO PIC 9(6).

           FD BKPFER
             LABEL RECORD ARE STANDARD.

             01 REG-BKPFER PIC X(40).

      * saldo inicial de ferias: dias gozados num periodo
      * aquisitivo anterior a implantacao do controle. SFER-INICIO e
      * o aniversario de admissao que abre o periodo (AAAAMMDD).
           FD SALDOFER
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "SALDOFER.DAT".

             01 REG-SALDOFER.
                02 SFER-CODIGO PIC 9(5).
                02 SFER-INICIO PIC 9(8).
                02 SFER-DIAS-GOZ PIC 9(2).

           FD RELFER
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "RELFER.DAT".

             01 REG-RELFER PIC X(80).

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
           77 WS-CFER-STATUS PIC X(2).
           77 WS-AUD-STATUS PIC X(2).
           77 WS-AUD-DATA-HORA PIC X(21).
           77 WS-CICLO-STATUS PIC X(2).
           77 WS-CICLO-NUM PIC 9(6) VALUE 0.
           77 WS-CICLO-DATA PIC 9(8) VALUE 0.
           77 FLAG-FUNC PIC 9(1) VALUE 0.
           77 FLAG-CFER PIC 9(1) VALUE 0.
           77 WS-QTD-FUNC PIC 9(4) VALUE 0.
           77 WS-QTD-CFER PIC 9(4) VALUE 0.
           77 WS-IDX-FUNC PIC 9(4) VALUE 0.
           77 WS-IDX-CFER PIC 9(4) VALUE 0.
           77 WS-IDX-ACHADO PIC 9(4) VALUE 0.
           77 WS-QTD-SEM-ADM PIC 9(4) VALUE 0.
           77 WS-QTD-VENCIDAS PIC 9(4) VALUE 0.
           77 WS-QTD-A-VENCER PIC 9(4) VALUE 0.
           77 WS-DATA-REF PIC 9(8) VALUE 0.
           77 WS-DIAS-REF PIC 9(7) VALUE 0.
           77 WS-DIAS-VENCER PIC S9(7) VALUE 0.
           77 WS-PER-INICIO PIC 9(8) VALUE 0.
           77 WS-PER-FIM PIC 9(8) VALUE 0.
           77 WS-PER-LIMITE PIC 9(8) VALUE 0.
           77 WS-SALDO PIC 9(2) VALUE 0.
           77 WS-TRAB PIC 9(4) VALUE 0.

      * cartoes de saldo inicial: situacao "N" ainda nao usado, "A"
      * aplicado a um periodo aberto nesta rodada, "J" periodo ja
      * estava no controle (cartao ignorado), "R" rejeitado (campo
      * invalido, mais de 30 dias ou periodo que nao existe).
           77 WS-SFER-STATUS PIC X(2).
           77 FLAG-SFER PIC 9(1) VALUE 0.
           77 WS-QTD-SFER PIC 9(4) VALUE 0.
           77 WS-IDX-SFER PIC 9(4) VALUE 0.
           77 WS-SFER-ACHADO PIC 9(4) VALUE 0.
           77 WS-QTD-SFER-LIST PIC 9(4) VALUE 0.

           01 TAB-SALDOS.
             02 TAB-SFER-ITEM OCCURS 3000 TIMES.
                03 TAB-SFER-CODIGO PIC 9(5).
                03 TAB-SFER-INICIO PIC 9(8).
                03 TAB-SFER-GOZ PIC 9(2).
                03 TAB-SFER-SIT PIC X(1).

      * disciplina de copia de seguranca antes do OPEN OUTPUT que
      * regrava CTLFER.DAT no lugar, a mesma do MANUTFUNC: num rerun
      * do mesmo ciclo a copia ja existente NAO e regravada. sem
      * CTLFER.DAT (primeira carga) nao ha o que copiar.
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

      * aritmetica de datas AAAAMMDD sem funcao intrinseca: WS-DT e
      * a data de trabalho de SOMAR-UM-ANO, DIMINUIR-UM-DIA e
      * CALC-DIAS-DATA (dia corrido para comparar prazos).
           01 WS-DT.
             02 WS-DT-ANO PIC 9(4).
             02 WS-DT-MES PIC 9(2).
             02 WS-DT-DIA PIC 9(2).
           01 WS-DT-N REDEFINES WS-DT PIC 9(8).
           77 WS-DT-DIAS PIC 9(7) VALUE 0.
           77 WS-DT-A PIC 9(5) VALUE 0.
           77 WS-DT-M PIC 9(2) VALUE 0.
           77 WS-DT-Q PIC 9(5) VALUE 0.
           77 WS-DT-R PIC 9(5) VALUE 0.
           77 WS-BISSEXTO PIC X(1) VALUE "N".

           01 TAB-DIAS-MES-VAL PIC X(24)
              VALUE "312831303130313130313031".
           01 TAB-DIAS-MES REDEFINES TAB-DIAS-MES-VAL.
             02 TAB-DIAS-MES-QTD PIC 9(2) OCCURS 12 TIMES.

      * avos do periodo em aquisicao: meses completos desde o
      * inicio, e a fracao de 15 dias ou mais conta como avo.
           01 WS-AVOS-INI.
             02 WS-AVOS-INI-ANO PIC 9(4).
             02 WS-AVOS-INI-MES PIC 9(2).
             02 WS-AVOS-INI-DIA PIC 9(2).
           01 WS-AVOS-FIM.
             02 WS-AVOS-FIM-ANO PIC 9(4).
             02 WS-AVOS-FIM-MES PIC 9(2).
             02 WS-AVOS-FIM-DIA PIC 9(2).
           77 WS-AVOS-MESES PIC S9(4) VALUE 0.
           77 WS-AVOS-RESTO PIC S9(4) VALUE 0.
           77 WS-AVOS PIC 9(2) VALUE 0.

           01 TAB-FUNCS.
             02 TAB-FUNC-ITEM OCCURS 500 TIMES.
                03 TAB-FUNC-CODIGO PIC 9(5).
                03 TAB-FUNC-NOME PIC X(30).
                03 TAB-FUNC-ADM PIC 9(8).

           01 TAB-CFER.
             02 TAB-CFER-ITEM OCCURS 3000 TIMES.
                03 TAB-CFER-CODIGO PIC 9(5).
                03 TAB-CFER-INICIO PIC 9(8).
                03 TAB-CFER-FIM PIC 9(8).
                03 TAB-CFER-LIMITE PIC 9(8).
                03 TAB-CFER-DIR PIC 9(2).
                03 TAB-CFER-GOZ PIC 9(2).
                03 TAB-CFER-SIT PIC X(1).
                03 TAB-CFER-CICLO PIC 9(6).

      * AUD-LIDOS registra os funcionarios lidos de CADFUNC.DAT;
      * AUD-GRAVADOS os periodos regravados em CTLFER.DAT;
      * AUD-REJEITADOS os funcionarios sem data de admissao;
      * AUD-GRAVADOS-2 os periodos vencidos e a vencer listados.
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

           01 CAB-FER.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(30)
                VALUE "CONTROLE DE FERIAS - REFERENC.".
             02 FILLER PIC X(1) VALUE SPACE.
             02 CAB-FER-DATA PIC 9(8).
             02 FILLER PIC X(7) VALUE " CICLO ".
             02 CAB-FER-CICLO PIC 9(6).

           01 CAB-SECAO.
             02 FILLER PIC X(10) VALUE SPACES.
             02 CAB-SECAO-TITULO PIC X(60).

           01 CAB-COLUNAS.
             02 FILLER PIC X(2) VALUE SPACES.
             02 FILLER PIC X(7) VALUE "CODIGO ".
             02 FILLER PIC X(21) VALUE "NOME".
             02 FILLER PIC X(9) VALUE "INICIO".
             02 FILLER PIC X(9) VALUE "FIM".
             02 FILLER PIC X(9) VALUE "LIMITE".
             02 FILLER PIC X(6) VALUE "SALDO".
             02 FILLER PIC X(5) VALUE "DIAS".

           01 DET-FER.
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-FER-COD PIC 9(5).
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-FER-NOME PIC X(20).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-FER-INICIO PIC 9(8).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-FER-FIM PIC 9(8).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-FER-LIMITE PIC 9(8).
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-FER-SALDO PIC Z9.
             02 FILLER PIC X(3) VALUE SPACES.
             02 DET-FER-DIAS PIC ZZZ9-.

           01 DET-SEM-ADM.
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-SEM-ADM-COD PIC 9(5).
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-SEM-ADM-NOME PIC X(30).

           01 DET-SFER.
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-SFER-COD PIC 9(5).
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-SFER-INICIO PIC 9(8).
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-SFER-DIAS PIC Z9.
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-SFER-SIT PIC X(9).

           01 TOT-SECAO.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(27) VALUE "TOTAL DA SECAO            ".
             02 TOT-SECAO-QTD PIC ZZZ9.

       PROCEDURE DIVISION.
       PROG-CTLFERIAS.
           PERFORM LER-CICLO.
           PERFORM DEFINIR-DATA-REF.
           PERFORM CARREGAR-FUNCS.
           PERFORM CARREGAR-CTLFER.
           PERFORM CARREGAR-SALDOS.
           PERFORM ATUALIZAR-PERIODOS.
           PERFORM CONFERIR-SALDOS.
           PERFORM COPIAR-MESTRE-BACKUP.
           PERFORM GRAVAR-MASTER.
           PERFORM EMITIR-RELATORIO.
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

      * a data de referencia e a do cartao de ciclo, como nos demais
      * passos do job; rodada avulsa usa a data do sistema.
       DEFINIR-DATA-REF.
           IF WS-CICLO-DATA > 0
             MOVE WS-CICLO-DATA TO WS-DATA-REF
           ELSE
             MOVE FUNCTION CURRENT-DATE TO WS-AUD-DATA-HORA
             MOVE WS-AUD-DATA-HORA(1:8) TO WS-DATA-REF.
           MOVE WS-DATA-REF TO WS-DT-N.
           PERFORM CALC-DIAS-DATA.
           MOVE WS-DT-DIAS TO WS-DIAS-REF.

       CARREGAR-FUNCS.
           MOVE 0 TO FLAG-FUNC.
           OPEN INPUT CADFUNC.
           PERFORM LER-FUNC UNTIL FLAG-FUNC EQUAL 1.
           CLOSE CADFUNC.

       LER-FUNC.
           READ CADFUNC
             AT END MOVE 1 TO FLAG-FUNC
             NOT AT END PERFORM GUARDAR-FUNC
           END-READ.

       GUARDAR-FUNC.
           IF WS-QTD-FUNC EQUAL 500
             DISPLAY "ERRO: CADFUNC.DAT EXCEDE O LIMITE DE 500"
             CLOSE CADFUNC
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           COMPUTE WS-QTD-FUNC = WS-QTD-FUNC + 1.
           MOVE CODIGO TO TAB-FUNC-CODIGO(WS-QTD-FUNC).
           MOVE NOME TO TAB-FUNC-NOME(WS-QTD-FUNC).
           IF DATA-ADM IS NUMERIC
             MOVE DATA-ADM TO TAB-FUNC-ADM(WS-QTD-FUNC)
           ELSE
             MOVE 0 TO TAB-FUNC-ADM(WS-QTD-FUNC).

      * sem CTLFER.DAT o controle comeca vazio e todos os periodos
      * sao abertos a partir da admissao, com os dias gozados do
      * cartao de saldo inicial (zero quando nao ha cartao).
       CARREGAR-CTLFER.
           MOVE 0 TO FLAG-CFER.
           OPEN INPUT CTLFER.
           IF WS-CFER-STATUS EQUAL "00"
             PERFORM LER-CTLFER UNTIL FLAG-CFER EQUAL 1
             CLOSE CTLFER.

       LER-CTLFER.
           READ CTLFER
             AT END MOVE 1 TO FLAG-CFER
             NOT AT END PERFORM GUARDAR-CTLFER
           END-READ.

       GUARDAR-CTLFER.
           IF WS-QTD-CFER EQUAL 3000
             DISPLAY "ERRO: CTLFER.DAT EXCEDE LIMITE 3000"
             CLOSE CTLFER
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           COMPUTE WS-QTD-CFER = WS-QTD-CFER + 1.
           MOVE CFER-CODIGO TO TAB-CFER-CODIGO(WS-QTD-CFER).
           MOVE CFER-INICIO TO TAB-CFER-INICIO(WS-QTD-CFER).
           MOVE CFER-FIM TO TAB-CFER-FIM(WS-QTD-CFER).
           MOVE CFER-LIMITE TO TAB-CFER-LIMITE(WS-QTD-CFER).
           MOVE CFER-DIAS-DIR TO TAB-CFER-DIR(WS-QTD-CFER).
           MOVE CFER-DIAS-GOZ TO TAB-CFER-GOZ(WS-QTD-CFER).
           MOVE CFER-SITUACAO TO TAB-CFER-SIT(WS-QTD-CFER).
           MOVE CFER-CICLO TO TAB-CFER-CICLO(WS-QTD-CFER).

      * cartao com campo nao numerico ou mais de 30 dias ja entra
      * rejeitado; os demais esperam o periodo ser aberto.
       CARREGAR-SALDOS.
           MOVE 0 TO FLAG-SFER.
           OPEN INPUT SALDOFER.
           IF WS-SFER-STATUS EQUAL "00"
             PERFORM LER-SALDO UNTIL FLAG-SFER EQUAL 1
             CLOSE SALDOFER.

       LER-SALDO.
           READ SALDOFER
             AT END MOVE 1 TO FLAG-SFER
             NOT AT END PERFORM GUARDAR-SALDO
           END-READ.

       GUARDAR-SALDO.
           IF WS-QTD-SFER EQUAL 3000
             DISPLAY "ERRO: SALDOFER.DAT EXCEDE LIMITE 3000"
             CLOSE SALDOFER
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           COMPUTE WS-QTD-SFER = WS-QTD-SFER + 1.
           MOVE "N" TO TAB-SFER-SIT(WS-QTD-SFER).
           IF SFER-CODIGO IS NOT NUMERIC
             OR SFER-INICIO IS NOT NUMERIC
             OR SFER-DIAS-GOZ IS NOT NUMERIC
             MOVE 0 TO TAB-SFER-CODIGO(WS-QTD-SFER)
             MOVE 0 TO TAB-SFER-INICIO(WS-QTD-SFER)
             MOVE 0 TO TAB-SFER-GOZ(WS-QTD-SFER)
             MOVE "R" TO TAB-SFER-SIT(WS-QTD-SFER)
           ELSE
             MOVE SFER-CODIGO TO TAB-SFER-CODIGO(WS-QTD-SFER)
             MOVE SFER-INICIO TO TAB-SFER-INICIO(WS-QTD-SFER)
             MOVE SFER-DIAS-GOZ TO TAB-SFER-GOZ(WS-QTD-SFER)
             IF SFER-DIAS-GOZ > 30
               MOVE "R" TO TAB-SFER-SIT(WS-QTD-SFER).

      * percorre os aniversarios de admissao ate a data de
      * referencia; cada aniversario abre um periodo aquisitivo.
       ATUALIZAR-PERIODOS.
           PERFORM ATUALIZAR-FUNC VARYING WS-IDX-FUNC FROM 1 BY 1
             UNTIL WS-IDX-FUNC > WS-QTD-FUNC.

       ATUALIZAR-FUNC.
           IF TAB-FUNC-ADM(WS-IDX-FUNC) EQUAL 0
             COMPUTE WS-QTD-SEM-ADM = WS-QTD-SEM-ADM + 1
           ELSE
             MOVE TAB-FUNC-ADM(WS-IDX-FUNC) TO WS-PER-INICIO
             PERFORM ATUALIZAR-UM-PERIODO
               UNTIL WS-PER-INICIO > WS-DATA-REF.

       ATUALIZAR-UM-PERIODO.
           MOVE WS-PER-INICIO TO WS-DT-N.
           PERFORM SOMAR-UM-ANO.
           PERFORM DIMINUIR-UM-DIA.
           MOVE WS-DT-N TO WS-PER-FIM.
           PERFORM SOMAR-UM-ANO.
           MOVE WS-DT-N TO WS-PER-LIMITE.
           PERFORM LOCALIZAR-PERIODO.
           IF WS-IDX-ACHADO EQUAL 0
             PERFORM ABRIR-PERIODO.
           MOVE WS-PER-FIM TO TAB-CFER-FIM(WS-IDX-ACHADO).
           MOVE WS-PER-LIMITE TO TAB-CFER-LIMITE(WS-IDX-ACHADO).
           IF WS-PER-FIM < WS-DATA-REF
             MOVE 30 TO TAB-CFER-DIR(WS-IDX-ACHADO)
           ELSE
             MOVE WS-PER-INICIO TO WS-AVOS-INI
             MOVE WS-DATA-REF TO WS-AVOS-FIM
             PERFORM CALC-AVOS
             COMPUTE WS-TRAB = WS-AVOS * 5
             DIVIDE WS-TRAB BY 2 GIVING TAB-CFER-DIR(WS-IDX-ACHADO).
           PERFORM DEFINIR-SITUACAO.
           MOVE WS-CICLO-NUM TO TAB-CFER-CICLO(WS-IDX-ACHADO).
           MOVE WS-PER-INICIO TO WS-DT-N.
           PERFORM SOMAR-UM-ANO.
           MOVE WS-DT-N TO WS-PER-INICIO.

      * periodo novo no controle: os dias gozados vem do cartao de
      * saldo inicial do mesmo CODIGO e inicio, se houver.
       ABRIR-PERIODO.
           IF WS-QTD-CFER EQUAL 3000
             DISPLAY "ERRO: CTLFER.DAT EXCEDE LIMITE 3000"
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           COMPUTE WS-QTD-CFER = WS-QTD-CFER + 1.
           MOVE WS-QTD-CFER TO WS-IDX-ACHADO.
           MOVE TAB-FUNC-CODIGO(WS-IDX-FUNC) TO
             TAB-CFER-CODIGO(WS-IDX-ACHADO).
           MOVE WS-PER-INICIO TO TAB-CFER-INICIO(WS-IDX-ACHADO).
           MOVE 0 TO TAB-CFER-GOZ(WS-IDX-ACHADO).
           PERFORM LOCALIZAR-SALDO.
           IF WS-SFER-ACHADO > 0
             MOVE TAB-SFER-GOZ(WS-SFER-ACHADO)
               TO TAB-CFER-GOZ(WS-IDX-ACHADO)
             MOVE "A" TO TAB-SFER-SIT(WS-SFER-ACHADO).

       LOCALIZAR-SALDO.
           MOVE 0 TO WS-SFER-ACHADO.
           PERFORM COMPARAR-SALDO VARYING WS-IDX-SFER FROM 1 BY 1
             UNTIL WS-IDX-SFER > WS-QTD-SFER OR WS-SFER-ACHADO > 0.

       COMPARAR-SALDO.
           IF TAB-SFER-SIT(WS-IDX-SFER) EQUAL "N"
             AND TAB-SFER-CODIGO(WS-IDX-SFER)
               EQUAL TAB-FUNC-CODIGO(WS-IDX-FUNC)
             AND TAB-SFER-INICIO(WS-IDX-SFER) EQUAL WS-PER-INICIO
             MOVE WS-IDX-SFER TO WS-SFER-ACHADO.

       LOCALIZAR-PERIODO.
           MOVE 0 TO WS-IDX-ACHADO.
           PERFORM COMPARAR-PERIODO VARYING WS-IDX-CFER FROM 1 BY 1
             UNTIL WS-IDX-CFER > WS-QTD-CFER
             OR WS-IDX-ACHADO > 0.

       COMPARAR-PERIODO.
           IF TAB-CFER-CODIGO(WS-IDX-CFER)
             EQUAL TAB-FUNC-CODIGO(WS-IDX-FUNC)
             AND TAB-CFER-INICIO(WS-IDX-CFER) EQUAL WS-PER-INICIO
             MOVE WS-IDX-CFER TO WS-IDX-ACHADO.

      * cartao que nao foi aplicado nesta rodada: se o periodo ja
      * esta no controle o cartao e so ignorado (o saldo de la vale);
      * senao o CODIGO ou o inicio nao batem com a admissao e o
      * cartao sai rejeitado no relatorio.
       CONFERIR-SALDOS.
           PERFORM CONFERIR-SALDO VARYING WS-IDX-SFER FROM 1 BY 1
             UNTIL WS-IDX-SFER > WS-QTD-SFER.

       CONFERIR-SALDO.
           IF TAB-SFER-SIT(WS-IDX-SFER) EQUAL "N"
             MOVE "R" TO TAB-SFER-SIT(WS-IDX-SFER)
             PERFORM PROCURAR-PERIODO-SALDO VARYING WS-IDX-CFER
               FROM 1 BY 1 UNTIL WS-IDX-CFER > WS-QTD-CFER.

       PROCURAR-PERIODO-SALDO.
           IF TAB-CFER-CODIGO(WS-IDX-CFER)
             EQUAL TAB-SFER-CODIGO(WS-IDX-SFER)
             AND TAB-CFER-INICIO(WS-IDX-CFER)
               EQUAL TAB-SFER-INICIO(WS-IDX-SFER)
             MOVE "J" TO TAB-SFER-SIT(WS-IDX-SFER).

      * A em aquisicao, Q gozado por inteiro, V concessao expirada
      * com saldo, C dentro do prazo de concessao.
       DEFINIR-SITUACAO.
           IF TAB-CFER-FIM(WS-IDX-ACHADO) NOT < WS-DATA-REF
             MOVE "A" TO TAB-CFER-SIT(WS-IDX-ACHADO)
           ELSE
             IF TAB-CFER-GOZ(WS-IDX-ACHADO)
               NOT < TAB-CFER-DIR(WS-IDX-ACHADO)
               MOVE "Q" TO TAB-CFER-SIT(WS-IDX-ACHADO)
             ELSE
               IF TAB-CFER-LIMITE(WS-IDX-ACHADO) < WS-DATA-REF
                 MOVE "V" TO TAB-CFER-SIT(WS-IDX-ACHADO)
               ELSE
                 MOVE "C" TO TAB-CFER-SIT(WS-IDX-ACHADO).

      * avos entre WS-AVOS-INI e WS-AVOS-FIM, limitados a 12.
       CALC-AVOS.
           COMPUTE WS-AVOS-MESES =
             (WS-AVOS-FIM-ANO - WS-AVOS-INI-ANO) * 12
             + WS-AVOS-FIM-MES - WS-AVOS-INI-MES.
           IF WS-AVOS-FIM-DIA NOT < WS-AVOS-INI-DIA
             COMPUTE WS-AVOS-RESTO =
               WS-AVOS-FIM-DIA - WS-AVOS-INI-DIA + 1
           ELSE
             COMPUTE WS-AVOS-MESES = WS-AVOS-MESES - 1
             COMPUTE WS-AVOS-RESTO =
               WS-AVOS-FIM-DIA + 30 - WS-AVOS-INI-DIA + 1.
           IF WS-AVOS-RESTO NOT < 15
             COMPUTE WS-AVOS-MESES = WS-AVOS-MESES + 1.
           IF WS-AVOS-MESES < 0
             MOVE 0 TO WS-AVOS-MESES.
           IF WS-AVOS-MESES > 12
             MOVE 12 TO WS-AVOS-MESES.
           MOVE WS-AVOS-MESES TO WS-AVOS.

      * aniversario de 29/02 cai em 28/02 nos anos comuns.
       SOMAR-UM-ANO.
           COMPUTE WS-DT-ANO = WS-DT-ANO + 1.
           IF WS-DT-MES EQUAL 2 AND WS-DT-DIA EQUAL 29
             PERFORM VERIFICAR-BISSEXTO
             IF WS-BISSEXTO EQUAL "N"
               MOVE 28 TO WS-DT-DIA.

       DIMINUIR-UM-DIA.
           IF WS-DT-DIA > 1
             COMPUTE WS-DT-DIA = WS-DT-DIA - 1
           ELSE
             IF WS-DT-MES EQUAL 1
               COMPUTE WS-DT-ANO = WS-DT-ANO - 1
               MOVE 12 TO WS-DT-MES
               MOVE 31 TO WS-DT-DIA
             ELSE
               COMPUTE WS-DT-MES = WS-DT-MES - 1
               MOVE TAB-DIAS-MES-QTD(WS-DT-MES) TO WS-DT-DIA
               IF WS-DT-MES EQUAL 2
                 PERFORM VERIFICAR-BISSEXTO
                 IF WS-BISSEXTO EQUAL "S"
                   MOVE 29 TO WS-DT-DIA.

       VERIFICAR-BISSEXTO.
           MOVE "N" TO WS-BISSEXTO.
           DIVIDE WS-DT-ANO BY 4 GIVING WS-DT-Q REMAINDER WS-DT-R.
           IF WS-DT-R EQUAL 0
             MOVE "S" TO WS-BISSEXTO
             DIVIDE WS-DT-ANO BY 100 GIVING WS-DT-Q
               REMAINDER WS-DT-R
             IF WS-DT-R EQUAL 0
               MOVE "N" TO WS-BISSEXTO
               DIVIDE WS-DT-ANO BY 400 GIVING WS-DT-Q
                 REMAINDER WS-DT-R
               IF WS-DT-R EQUAL 0
                 MOVE "S" TO WS-BISSEXTO.

      * numero de dias corridos de WS-DT desde uma origem fixa; so a
      * diferenca entre duas datas tem significado.
       CALC-DIAS-DATA.
           MOVE WS-DT-ANO TO WS-DT-A.
           MOVE WS-DT-MES TO WS-DT-M.
           IF WS-DT-M < 3
             COMPUTE WS-DT-A = WS-DT-A - 1
             COMPUTE WS-DT-M = WS-DT-M + 12.
           COMPUTE WS-DT-DIAS = 365 * WS-DT-A + WS-DT-DIA.
           DIVIDE WS-DT-A BY 4 GIVING WS-DT-Q.
           COMPUTE WS-DT-DIAS = WS-DT-DIAS + WS-DT-Q.
           DIVIDE WS-DT-A BY 100 GIVING WS-DT-Q.
           COMPUTE WS-DT-DIAS = WS-DT-DIAS - WS-DT-Q.
           DIVIDE WS-DT-A BY 400 GIVING WS-DT-Q.
           COMPUTE WS-DT-DIAS = WS-DT-DIAS + WS-DT-Q.
           COMPUTE WS-DT-R = 153 * (WS-DT-M - 3) + 2.
           DIVIDE WS-DT-R BY 5 GIVING WS-DT-Q.
           COMPUTE WS-DT-DIAS = WS-DT-DIAS + WS-DT-Q.

       COPIAR-MESTRE-BACKUP.
           MOVE "BKPFER000000.DAT" TO WS-BKP-NOME.
           MOVE WS-CICLO-NUM TO BKP-NOME-CICLO.
           MOVE "N" TO WS-BKP-EXISTE.
           OPEN INPUT BKPFER.
           IF WS-BKP-STATUS EQUAL "00"
             READ BKPFER
               AT END CONTINUE
               NOT AT END MOVE "S" TO WS-BKP-EXISTE
             END-READ
             CLOSE BKPFER.
           IF WS-BKP-EXISTE EQUAL "N"
             MOVE 0 TO FLAG-BKP
             OPEN INPUT CTLFER
             IF WS-CFER-STATUS EQUAL "00"
               OPEN OUTPUT BKPFER
               PERFORM COPIAR-REG-BACKUP UNTIL FLAG-BKP EQUAL 1
               CLOSE CTLFER BKPFER.

       COPIAR-REG-BACKUP.
           READ CTLFER
             AT END MOVE 1 TO FLAG-BKP
             NOT AT END WRITE REG-BKPFER FROM REG-CTLFER
           END-READ.

      * regrava em ordem de funcionario do CADFUNC.DAT; os periodos
      * de cada um saem na ordem da tabela, que e a de abertura.
       GRAVAR-MASTER.
           OPEN OUTPUT CTLFER.
           PERFORM GRAVAR-PERIODOS-FUNC VARYING WS-IDX-FUNC FROM 1 BY 1
             UNTIL WS-IDX-FUNC > WS-QTD-FUNC.
           CLOSE CTLFER.

       GRAVAR-PERIODOS-FUNC.
           PERFORM GRAVAR-SE-DO-FUNC VARYING WS-IDX-CFER FROM 1 BY 1
             UNTIL WS-IDX-CFER > WS-QTD-CFER.

       GRAVAR-SE-DO-FUNC.
           IF TAB-CFER-CODIGO(WS-IDX-CFER)
             EQUAL TAB-FUNC-CODIGO(WS-IDX-FUNC)
             PERFORM GRAVAR-PERIODO.

       GRAVAR-PERIODO.
           MOVE TAB-CFER-CODIGO(WS-IDX-CFER) TO CFER-CODIGO.
           MOVE TAB-CFER-INICIO(WS-IDX-CFER) TO CFER-INICIO.
           MOVE TAB-CFER-FIM(WS-IDX-CFER) TO CFER-FIM.
           MOVE TAB-CFER-LIMITE(WS-IDX-CFER) TO CFER-LIMITE.
           MOVE TAB-CFER-DIR(WS-IDX-CFER) TO CFER-DIAS-DIR.
           MOVE TAB-CFER-GOZ(WS-IDX-CFER) TO CFER-DIAS-GOZ.
           MOVE TAB-CFER-SIT(WS-IDX-CFER) TO CFER-SITUACAO.
           MOVE TAB-CFER-CICLO(WS-IDX-CFER) TO CFER-CICLO.
           WRITE REG-CTLFER.
           COMPUTE WS-QTD-GRAVADOS = WS-QTD-GRAVADOS + 1.

      * confere o controle regravado contra a quantidade gravada da
      * tabela; divergencia derruba o passo com RC=8 para a operacao
      * restaurar a geracao anterior de BKPFER antes do proximo
      * pagamento de ferias.
       CONFERIR-MESTRE.
           MOVE 0 TO FLAG-BKP.
           MOVE 0 TO WS-QTD-MESTRE-FIM.
           OPEN INPUT CTLFER.
           PERFORM CONTAR-REG-FIM UNTIL FLAG-BKP EQUAL 1.
           CLOSE CTLFER.
           IF WS-QTD-MESTRE-FIM NOT EQUAL WS-QTD-GRAVADOS
             DISPLAY "ERRO: CTLFER.DAT COM " WS-QTD-MESTRE-FIM
               " REGISTROS, ESPERADOS " WS-QTD-GRAVADOS
               " - RESTAURAR BKPFER"
             MOVE 8 TO RETURN-CODE.

       CONTAR-REG-FIM.
           READ CTLFER
             AT END MOVE 1 TO FLAG-BKP
             NOT AT END
               COMPUTE WS-QTD-MESTRE-FIM = WS-QTD-MESTRE-FIM + 1
           END-READ.

       EMITIR-RELATORIO.
           OPEN OUTPUT RELFER.
           MOVE WS-DATA-REF TO CAB-FER-DATA.
           MOVE WS-CICLO-NUM TO CAB-FER-CICLO.
           WRITE REG-RELFER FROM CAB-FER AFTER ADVANCING PAGE.
           MOVE "FERIAS VENCIDAS - CONCESSAO EXPIRADA (PAGAR EM DOBRO)"
             TO CAB-SECAO-TITULO.
           WRITE REG-RELFER FROM CAB-SECAO AFTER ADVANCING 2 LINES.
           WRITE REG-RELFER FROM CAB-COLUNAS AFTER ADVANCING 1 LINES.
           PERFORM LISTAR-VENCIDAS-FUNC VARYING WS-IDX-FUNC FROM 1 BY 1
             UNTIL WS-IDX-FUNC > WS-QTD-FUNC.
           MOVE WS-QTD-VENCIDAS TO TOT-SECAO-QTD.
           WRITE REG-RELFER FROM TOT-SECAO AFTER ADVANCING 1 LINES.
           MOVE "FERIAS A VENCER EM ATE 60 DIAS" TO CAB-SECAO-TITULO.
           WRITE REG-RELFER FROM CAB-SECAO AFTER ADVANCING 2 LINES.
           WRITE REG-RELFER FROM CAB-COLUNAS AFTER ADVANCING 1 LINES.
           PERFORM LISTAR-A-VENCER-FUNC VARYING WS-IDX-FUNC FROM 1 BY 1
             UNTIL WS-IDX-FUNC > WS-QTD-FUNC.
           MOVE WS-QTD-A-VENCER TO TOT-SECAO-QTD.
           WRITE REG-RELFER FROM TOT-SECAO AFTER ADVANCING 1 LINES.
           MOVE "FUNCIONARIOS SEM DATA DE ADMISSAO NO CADFUNC.DAT"
             TO CAB-SECAO-TITULO.
           WRITE REG-RELFER FROM CAB-SECAO AFTER ADVANCING 2 LINES.
           PERFORM LISTAR-SEM-ADM VARYING WS-IDX-FUNC FROM 1 BY 1
             UNTIL WS-IDX-FUNC > WS-QTD-FUNC.
           MOVE WS-QTD-SEM-ADM TO TOT-SECAO-QTD.
           WRITE REG-RELFER FROM TOT-SECAO AFTER ADVANCING 1 LINES.
           MOVE "SALDO INICIAL DE FERIAS (SALDOFER.DAT)"
             TO CAB-SECAO-TITULO.
           WRITE REG-RELFER FROM CAB-SECAO AFTER ADVANCING 2 LINES.
           PERFORM LISTAR-SALDO VARYING WS-IDX-SFER FROM 1 BY 1
             UNTIL WS-IDX-SFER > WS-QTD-SFER.
           MOVE WS-QTD-SFER-LIST TO TOT-SECAO-QTD.
           WRITE REG-RELFER FROM TOT-SECAO AFTER ADVANCING 1 LINES.
           CLOSE RELFER.

       LISTAR-VENCIDAS-FUNC.
           PERFORM LISTAR-SE-VENCIDA VARYING WS-IDX-CFER FROM 1 BY 1
             UNTIL WS-IDX-CFER > WS-QTD-CFER.

       LISTAR-SE-VENCIDA.
           IF TAB-CFER-CODIGO(WS-IDX-CFER)
             EQUAL TAB-FUNC-CODIGO(WS-IDX-FUNC)
             AND TAB-CFER-SIT(WS-IDX-CFER) EQUAL "V"
             PERFORM LISTAR-PERIODO
             COMPUTE WS-QTD-VENCIDAS = WS-QTD-VENCIDAS + 1.

       LISTAR-A-VENCER-FUNC.
           PERFORM LISTAR-SE-A-CONCEDER VARYING WS-IDX-CFER
             FROM 1 BY 1 UNTIL WS-IDX-CFER > WS-QTD-CFER.

       LISTAR-SE-A-CONCEDER.
           IF TAB-CFER-CODIGO(WS-IDX-CFER)
             EQUAL TAB-FUNC-CODIGO(WS-IDX-FUNC)
             AND TAB-CFER-SIT(WS-IDX-CFER) EQUAL "C"
             PERFORM CONFERIR-A-VENCER.

       LISTAR-SEM-ADM.
           IF TAB-FUNC-ADM(WS-IDX-FUNC) EQUAL 0
             MOVE TAB-FUNC-CODIGO(WS-IDX-FUNC) TO DET-SEM-ADM-COD
             MOVE TAB-FUNC-NOME(WS-IDX-FUNC) TO DET-SEM-ADM-NOME
             WRITE REG-RELFER FROM DET-SEM-ADM
               AFTER ADVANCING 1 LINES.

      * sai o cartao aplicado nesta rodada e o rejeitado; o ignorado
      * (periodo ja no controle) nao e listado.
       LISTAR-SALDO.
           IF TAB-SFER-SIT(WS-IDX-SFER) EQUAL "A"
             OR TAB-SFER-SIT(WS-IDX-SFER) EQUAL "R"
             MOVE TAB-SFER-CODIGO(WS-IDX-SFER) TO DET-SFER-COD
             MOVE TAB-SFER-INICIO(WS-IDX-SFER) TO DET-SFER-INICIO
             MOVE TAB-SFER-GOZ(WS-IDX-SFER) TO DET-SFER-DIAS
             IF TAB-SFER-SIT(WS-IDX-SFER) EQUAL "A"
               MOVE "APLICADO" TO DET-SFER-SIT
             ELSE
               MOVE "REJEITADO" TO DET-SFER-SIT
             END-IF
             WRITE REG-RELFER FROM DET-SFER AFTER ADVANCING 1 LINES
             COMPUTE WS-QTD-SFER-LIST = WS-QTD-SFER-LIST + 1.

      * prazo em dias corridos entre a referencia e a data-limite.
       CONFERIR-A-VENCER.
           MOVE TAB-CFER-LIMITE(WS-IDX-CFER) TO WS-DT-N.
           PERFORM CALC-DIAS-DATA.
           COMPUTE WS-DIAS-VENCER = WS-DT-DIAS - WS-DIAS-REF.
           IF WS-DIAS-VENCER NOT > 60
             PERFORM LISTAR-PERIODO
             COMPUTE WS-QTD-A-VENCER = WS-QTD-A-VENCER + 1.

      * na secao de vencidas a coluna DIAS sai negativa: ha quantos
      * dias a concessao expirou.
       LISTAR-PERIODO.
           IF TAB-CFER-SIT(WS-IDX-CFER) EQUAL "V"
             MOVE TAB-CFER-LIMITE(WS-IDX-CFER) TO WS-DT-N
             PERFORM CALC-DIAS-DATA
             COMPUTE WS-DIAS-VENCER = WS-DT-DIAS - WS-DIAS-REF.
           COMPUTE WS-SALDO = TAB-CFER-DIR(WS-IDX-CFER)
             - TAB-CFER-GOZ(WS-IDX-CFER).
           MOVE TAB-FUNC-CODIGO(WS-IDX-FUNC) TO DET-FER-COD.
           MOVE TAB-FUNC-NOME(WS-IDX-FUNC) TO DET-FER-NOME.
           MOVE TAB-CFER-INICIO(WS-IDX-CFER) TO DET-FER-INICIO.
           MOVE TAB-CFER-FIM(WS-IDX-CFER) TO DET-FER-FIM.
           MOVE TAB-CFER-LIMITE(WS-IDX-CFER) TO DET-FER-LIMITE.
           MOVE WS-SALDO TO DET-FER-SALDO.
           MOVE WS-DIAS-VENCER TO DET-FER-DIAS.
           WRITE REG-RELFER FROM DET-FER AFTER ADVANCING 1 LINES.

       FIM.
           PERFORM CONFERIR-MESTRE.
           PERFORM GRAVAR-AUDITORIA.
           STOP RUN.

       GRAVAR-AUDITORIA.
           OPEN EXTEND AUDITLOG.
           IF WS-AUD-STATUS NOT EQUAL "00"
             OPEN OUTPUT AUDITLOG.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-DATA-HORA.
           MOVE SPACES TO LIN-AUDITLOG.
           MOVE "CTLFERIA" TO AUD-PROGRAMA.
           MOVE WS-AUD-DATA-HORA TO AUD-DATA-HORA.
           MOVE WS-QTD-FUNC TO AUD-LIDOS.
           MOVE WS-QTD-GRAVADOS TO AUD-GRAVADOS.
           MOVE WS-QTD-SEM-ADM TO AUD-REJEITADOS.
           COMPUTE AUD-GRAVADOS-2 = WS-QTD-VENCIDAS + WS-QTD-A-VENCER.
           MOVE WS-CICLO-NUM TO AUD-CICLO.
           WRITE REG-AUDITLOG FROM LIN-AUDITLOG.
           CLOSE AUDITLOG.
