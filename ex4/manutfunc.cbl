      *no fechamento, uma linha de auditoria com os totais de
      *movimentos lidos/aplicados/rejeitados e acrescentada a
      *AUDITLOG.DAT, no mesmo layout dos demais programas do job.
      *o centro de custo (CCUSTO) de cada funcionario e conferido
      *contra o cadastro de departamentos DEPTO.DAT na inclusao e na
      *alteracao; codigo sem cadastro e rejeitado como os demais.
      *a data de admissao (DATA-ADM) e obrigatoria na inclusao e
      *conferida como data valida; na alteracao, zero mantem a data
      *ja cadastrada.
      *todo movimento traz o operador que o digitou (MOV-OPERADOR).
      *inclusoes, exclusoes e alteracoes de salario acima do
      *percentual do cartao PARMFUNC.DAT passam pela dupla
      *conferencia: validadas, ficam retidas em PENDFUNC.DAT ate um
      *movimento de liberacao "L" (mesmo CODIGO, tipo liberado em
      *MOV-TIPO-LIB) digitado por outro operador num ciclo
      *posterior; so entao sao aplicadas ao mestre. pendencia mais
      *velha que o numero de ciclos do cartao expira para
      *MOVFSUSP.DAT. retidos, liberados, recusados, expirados e
      *ainda pendentes saem no relatorio RELAPROV.DAT do supervisor
      *da folha.
      *a releitura do mestre no fim (CONFERIR-MESTRE) grava o selo
      *SELOFUNC.DAT (contagem, soma de CODIGO e de SALBR e ciclo),
      *conferido pelo CONFMEST no inicio da rodada seguinte.
      *PENDFUNC.DAT tambem e regravado no lugar, entao ganha copia
      *por ciclo (BKPPENDnnnnnn.DAT), devolvida pelo RESTMAST junto
      *com o mestre.
      *o DISSIDIO deixa em DISSRETRO.DAT a diferenca retroativa de
      *cada mes fechado. quando a alteracao "A" do operador DISSIDIO
      *e aplicada ao mestre (direto ou liberada), as diferencas do
      *CODIGO entram em MOVFOLHA.DAT como evento "DR" e saem de
      *DISSRETRO.DAT; as demais continuam retidas.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           SELECT MOVFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DEPTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPTO-STATUS.

      * copia de geracao anterior do mestre, com o numero do ciclo
      * no nome (BKPFUNCNNNNNN.DAT): ASSIGN por variavel, como o
      * historico mensal do ARCHLOG.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BKP-STATUS.

           SELECT OPTIONAL PARMFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

           SELECT PENDFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEND-STATUS.

           SELECT BKPPEND ASSIGN TO WS-BKPP-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BKPP-STATUS.

           SELECT DISSRETRO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DRET-STATUS.

           SELECT MOVFOLHA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOVF-STATUS.

           SELECT RELAPROV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERROMFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.

           SELECT SELOFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CICLOCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CICLO-STATUS.
             VALUE OF FILE-ID IS "CADFUNC.DAT".

      * NOME entrou no fim do layout para nao deslocar os campos
      * que os programas mais antigos ja liam por posicao; CCUSTO
      * (centro de custo, codigo de DEPTO.DAT) seguiu a mesma regra.
      * DATA-ADM (admissao AAAAMMDD, base dos periodos aquisitivos
      * de ferias do CTLFERIAS) foi acrescentada do mesmo jeito.
             01 REGFUNC.
                02 CODIGO PIC 9(5).
                02 SALBR PIC 9(8)V99.
                02 DEP PIC 9(2).
                02 NOME PIC X(30).
                02 CCUSTO PIC 9(2).
                02 DATA-ADM PIC 9(8).

           FD BKPFUNC
             LABEL RECORD ARE STANDARD.

             01 REG-BKPFUNC PIC X(57).

           FD MOVFUNC
             LABEL RECORD ARE STANDARD
                02 MOV-SALBR PIC 9(8)V99.
                02 MOV-DEP PIC 9(2).
                02 MOV-NOME PIC X(30).
                02 MOV-CCUSTO PIC 9(2).
                02 MOV-DATA-ADM PIC 9(8).
                02 MOV-OPERADOR PIC X(8).
                02 MOV-TIPO-LIB PIC X(1).

      * cartao de parametros da dupla conferencia: percentual de
      * variacao de salario acima do qual a alteracao fica retida e
      * numero de ciclos ate a pendencia expirar.
           FD PARMFUNC
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "PARMFUNC.DAT".

             01 REG-PARMFUNC.
                02 PARM-LIMITE-PCT PIC 9(3)V99.
                02 PARM-CICLOS-EXPIRA PIC 9(3).

      * movimentos retidos aguardando liberacao: o movimento no
      * layout de MOVFUNC.DAT e o ciclo em que foi retido.
           FD PENDFUNC
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "PENDFUNC.DAT".

             01 REG-PENDFUNC.
                02 PEND-MOV PIC X(67).
                02 PEND-CICLO PIC 9(6).

           FD BKPPEND
             LABEL RECORD ARE STANDARD.

             01 REG-BKPPEND PIC X(73).

      * diferenca retroativa de dissidio retida: funcionario, mes
      * fechado, valor do mes, vigencia e ciclo em que foi gerada.
           FD DISSRETRO
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "DISSRETRO.DAT".

             01 REG-DISSRETRO.
                02 DRET-CODIGO PIC 9(5).
                02 DRET-PERIODO PIC 9(6).
                02 DRET-VALOR PIC 9(6)V99.
                02 DRET-VIGENCIA PIC 9(6).
                02 DRET-CICLO PIC 9(6).

           FD MOVFOLHA
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "MOVFOLHA.DAT".

             01 REG-MOVFOLHA.
                02 MOVF-CODIGO PIC 9(5).
                02 MOVF-EVENTO PIC X(2).
                02 MOVF-VALOR PIC 9(6)V99.

           FD RELAPROV
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "RELAPROV.DAT".

             01 REG-RELAPROV PIC X(80).

           FD DEPTO
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "DEPTO.DAT".

             01 REG-DEPTO.
                02 DEPTO-COD PIC 99.
                02 DEPTO-NOME PIC X(20).

           FD ERROMFUNC
             LABEL RECORD IS OMITTED
                02 HIST-SALBR-DEPOIS PIC 9(8)V99.
                02 HIST-DEP-DEPOIS PIC 9(2).
                02 HIST-NOME-DEPOIS PIC X(30).
                02 HIST-CCUSTO-ANTES PIC 9(2).
                02 HIST-CCUSTO-DEPOIS PIC 9(2).
                02 HIST-DATA-ADM-ANTES PIC 9(8).
                02 HIST-DATA-ADM-DEPOIS PIC 9(8).
                02 HIST-OPERADOR PIC X(8).
                02 HIST-APROVADOR PIC X(8).

           FD MOVFSUSP
             LABEL RECORD ARE STANDARD
                02 SUSP-SALBR PIC 9(8)V99.
                02 SUSP-DEP PIC 9(2).
                02 SUSP-NOME PIC X(30).
                02 SUSP-CCUSTO PIC 9(2).
                02 SUSP-DATA-ADM PIC 9(8).
                02 SUSP-OPERADOR PIC X(8).
                02 SUSP-TIPO-LIB PIC X(1).

           FD AUDITLOG
             LABEL RECORD IS OMITTED

             01 REG-AUDITLOG PIC X(80).

      * selo do mestre no fechamento: quem gravou, ciclo, contagem
      * de registros e somas de controle de CODIGO e SALBR.
           FD SELOFUNC
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "SELOFUNC.DAT".

             01 REG-SELOFUNC.
                02 SELO-PROGRAMA PIC X(8).
                02 SELO-CICLO PIC 9(6).
                02 SELO-QTD PIC 9(6).
                02 SELO-SOMA-CHAVE PIC 9(12).
                02 SELO-SOMA-VALOR PIC 9(12)V99.
                02 SELO-DATA-HORA PIC X(21).

      * cartao de ciclo compartilhado pelo job: numero da execucao e
      * data de processamento, avancado por CICLOADV no fim do job
      * com sucesso; sem cartao vale ciclo zero (rodada avulsa).
           77 WS-CICLO-NUM PIC 9(6) VALUE 0.
           77 WS-CICLO-DATA PIC 9(8) VALUE 0.

      * cadastro de departamentos/centros de custo, carregado de
      * DEPTO.DAT para validar o CCUSTO dos movimentos.
           77 WS-DEPTO-STATUS PIC X(2).
           77 FLAG-DEPTO PIC 9(1) VALUE 0.
           77 WS-CCUSTO-OK PIC X(1) VALUE "N".

      * data de admissao do movimento: obrigatoria na inclusao; na
      * alteracao, zero mantem a data do cadastro (o DISSIDIO e os
      * movimentos anteriores ao campo chegam assim).
           77 WS-DATA-ADM-OK PIC X(1) VALUE "N".
           01 WS-DATA-ADM-MOV PIC 9(8) VALUE 0.
           01 WS-DATA-ADM-MOV-DET REDEFINES WS-DATA-ADM-MOV.
             02 WS-ADM-ANO PIC 9(4).
             02 WS-ADM-MES PIC 9(2).
             02 WS-ADM-DIA PIC 9(2).

      * dupla conferencia: parametros do cartao (sem cartao valem
      * 10% e 5 ciclos), tabela de pendencias e contadores do
      * relatorio do supervisor. WS-LIBERANDO indica que o movimento
      * em REGMOV veio de PENDFUNC.DAT por uma liberacao e deve ser
      * aplicado sem nova retencao.
           77 WS-PARM-STATUS PIC X(2).
           77 WS-PEND-STATUS PIC X(2).
           77 WS-LIMITE-PCT PIC 9(3)V99 VALUE 10.
           77 WS-CICLOS-EXPIRA PIC 9(3) VALUE 5.
           77 FLAG-PEND PIC 9(1) VALUE 0.
           77 WS-QTD-PEND PIC 9(4) VALUE 0.
           77 WS-IDX-PEND PIC 9(4) VALUE 0.
           77 WS-PEND-ACHADO PIC 9(4) VALUE 0.
           77 WS-PEND-MESMO-OPER PIC X(1) VALUE "N".
           77 WS-PEND-MESMO-CICLO PIC X(1) VALUE "N".
           77 WS-PEND-DUPLICADO PIC X(1) VALUE "N".
           77 WS-LIBERANDO PIC X(1) VALUE "N".
           77 WS-APROVADOR PIC X(8) VALUE SPACES.
           77 WS-VAR-SAL PIC S9(9)V99 VALUE 0.
           77 WS-VAR-PCT PIC 9(7)V99 VALUE 0.
           77 WS-VAR-ACIMA PIC X(1) VALUE "N".
           77 WS-IDADE-PEND PIC 9(6) VALUE 0.
           77 WS-QTD-LIDOS PIC 9(6) VALUE 0.
           77 WS-QTD-REJ-ANTES PIC 9(4) VALUE 0.
           77 WS-QTD-RET PIC 9(4) VALUE 0.
           77 WS-QTD-LIB PIC 9(4) VALUE 0.
           77 WS-QTD-RECUSA PIC 9(4) VALUE 0.
           77 WS-QTD-EXPIRA PIC 9(4) VALUE 0.
           77 WS-QTD-PEND-FIM PIC 9(4) VALUE 0.

           01 TAB-PENDS.
             02 TAB-PEND-ITEM OCCURS 300 TIMES.
                03 TAB-PEND-MOV.
                   04 TAB-PEND-TIPO PIC X(1).
                   04 TAB-PEND-CODIGO PIC 9(5).
                   04 TAB-PEND-SALBR PIC 9(8)V99.
                   04 TAB-PEND-DEP PIC 9(2).
                   04 TAB-PEND-NOME PIC X(30).
                   04 TAB-PEND-CCUSTO PIC 9(2).
                   04 TAB-PEND-DATA-ADM PIC 9(8).
                   04 TAB-PEND-OPERADOR PIC X(8).
                   04 TAB-PEND-TIPO-LIB PIC X(1).
                03 TAB-PEND-CICLO PIC 9(6).
                03 TAB-PEND-SIT PIC X(1).

           01 TAB-DEPTO-NOMES.
             02 TAB-DEPTO-ITEM OCCURS 100 TIMES.
                03 TAB-DEPTO-NOME PIC X(20) VALUE SPACES.

      * disciplina de copia de seguranca antes do OPEN OUTPUT que
      * regrava CADFUNC.DAT no lugar: a geracao anterior do ciclo
      * fica em BKPFUNC e o RESTMAST devolve a copia quando uma
           77 WS-QTD-GRAVADOS PIC 9(6) VALUE 0.
           77 WS-QTD-MESTRE-FIM PIC 9(6) VALUE 0.
           77 FLAG-BKP PIC 9(1) VALUE 0.
           77 WS-SELO-SOMA-CHAVE PIC 9(12) VALUE 0.
           77 WS-SELO-SOMA-VALOR PIC 9(12)V99 VALUE 0.

           01 WS-BKP-NOME PIC X(17) VALUE SPACES.
           01 WS-BKP-NOME-DET REDEFINES WS-BKP-NOME.
             02 BKP-NOME-CICLO PIC 9(6).
             02 FILLER PIC X(4).

      * PENDFUNC.DAT segue a mesma disciplina, com a sua propria
      * geracao por ciclo (BKPPENDNNNNNN.DAT); aqui basta o arquivo
      * existir, pois uma copia vazia (sem pendencias) tambem vale.
           77 WS-BKPP-STATUS PIC X(2).
           77 FLAG-BKPP PIC 9(1) VALUE 0.

           01 WS-BKPP-NOME PIC X(17) VALUE SPACES.
           01 WS-BKPP-NOME-DET REDEFINES WS-BKPP-NOME.
             02 FILLER PIC X(7).
             02 BKPP-NOME-CICLO PIC 9(6).
             02 FILLER PIC X(4).

      * retroativos de dissidio: situacao "P" retido, "L" reajuste
      * aplicado neste ciclo (vai para MOVFOLHA.DAT) e "J" ja
      * lancado por uma rodada anterior (so sai de DISSRETRO.DAT).
           77 WS-DRET-STATUS PIC X(2).
           77 WS-MOVF-STATUS PIC X(2).
           77 FLAG-DRET PIC 9(1) VALUE 0.
           77 FLAG-MOVF PIC 9(1) VALUE 0.
           77 WS-QTD-RETRO PIC 9(5) VALUE 0.
           77 WS-IDX-RETRO PIC 9(5) VALUE 0.
           77 WS-QTD-RETRO-LANC PIC 9(5) VALUE 0.
           77 WS-QTD-RETRO-FIM PIC 9(5) VALUE 0.
           77 WS-RETRO-CODIGO PIC 9(5) VALUE 0.
           77 WS-RETRO-SIT PIC X(1) VALUE SPACE.

           01 TAB-RETROS.
             02 TAB-RETRO-ITEM OCCURS 12000 TIMES.
                03 TAB-RETRO-REG.
                   04 TAB-RETRO-CODIGO PIC 9(5).
                   04 TAB-RETRO-PERIODO PIC 9(6).
                   04 TAB-RETRO-VALOR PIC 9(6)V99.
                   04 TAB-RETRO-VIGENCIA PIC 9(6).
                   04 TAB-RETRO-CICLO PIC 9(6).
                03 TAB-RETRO-SIT PIC X(1).

      * AUD-LIDOS registra os movimentos lidos de MOVFUNC.DAT,
      * liberacoes inclusive; AUD-GRAVADOS os movimentos aplicados
      * ao mestre (inclusoes + alteracoes + exclusoes, liberados
      * inclusive); AUD-GRAVADOS-2 os movimentos retidos para
      * liberacao neste ciclo.
           01 LIN-AUDITLOG.
             02 AUD-PROGRAMA PIC X(8).
             02 FILLER PIC X(1) VALUE SPACE.
                03 TAB-SALBR PIC 9(8)V99.
                03 TAB-DEP PIC 9(2).
                03 TAB-NOME PIC X(30).
                03 TAB-CCUSTO PIC 9(2).
                03 TAB-DATA-ADM PIC 9(8).
                03 TAB-ATIVO PIC X(1).

           01 CAB-ERRO.
             02 FILLER PIC X(27) VALUE "TOTAL DE MOVS REJEITADOS ".
             02 TOT-QTD-REJ PIC ZZZ9.

           01 CAB-APROV.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(41)
                VALUE "DUPLA CONFERENCIA DE MOVFUNC.DAT - CICLO ".
             02 CAB-APROV-CICLO PIC 9(6).

           01 CAB-APROV-COL.
             02 FILLER PIC X(2) VALUE SPACES.
             02 FILLER PIC X(10) VALUE "SITUACAO".
             02 FILLER PIC X(2) VALUE "T".
             02 FILLER PIC X(6) VALUE "COD".
             02 FILLER PIC X(9) VALUE "DIGITOU".
             02 FILLER PIC X(9) VALUE "LIBEROU".
             02 FILLER PIC X(7) VALUE "CICLO".
             02 FILLER PIC X(13) VALUE "      SALARIO".
             02 FILLER PIC X(1) VALUE SPACE.
             02 FILLER PIC X(20) VALUE "MOTIVO".

           01 DET-APROV.
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-AP-SIT PIC X(9).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-AP-TIPO PIC X(1).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-AP-COD PIC 9(5).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-AP-OPER PIC X(8).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-AP-APROV PIC X(8).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-AP-CICLO PIC 9(6).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-AP-SAL PIC ZZ.ZZZ.ZZ9,99.
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-AP-MOTIVO PIC X(20).

           01 CAB-APROV-PEND.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(40)
                VALUE "PENDENTES AGUARDANDO LIBERACAO".

           01 TOT-APROV.
             02 FILLER PIC X(10) VALUE SPACES.
             02 TOT-AP-LABEL PIC X(27).
             02 TOT-AP-QTD PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROG-MANUTFUNC.
           PERFORM LER-CICLO.
           PERFORM LER-PARAMETROS.
           PERFORM COPIAR-MESTRE-BACKUP.
           PERFORM COPIAR-PEND-BACKUP.
           PERFORM CARREGAR-DEPTO.
           PERFORM CARREGAR-PENDENCIAS.
           PERFORM CARREGAR-RETROATIVOS.
           PERFORM ABRIR.
           PERFORM CARREGAR-MASTER.
           PERFORM LEITURA-MOV.
           PERFORM PROCESSAR-MOV UNTIL FLAG-MOV EQUAL 1.
           PERFORM EXPIRAR-PENDENCIAS.
           PERFORM GRAVAR-MASTER.
           PERFORM GRAVAR-PENDENCIAS.
           PERFORM GRAVAR-RETROATIVOS.
           PERFORM FIM.

      * cartao ausente ou campo nao numerico mantem o valor padrao.
       LER-PARAMETROS.
           OPEN INPUT PARMFUNC.
           IF WS-PARM-STATUS EQUAL "00"
             READ PARMFUNC
               AT END CONTINUE
               NOT AT END
                 IF PARM-LIMITE-PCT IS NUMERIC
                   MOVE PARM-LIMITE-PCT TO WS-LIMITE-PCT
                 END-IF
                 IF PARM-CICLOS-EXPIRA IS NUMERIC
                   MOVE PARM-CICLOS-EXPIRA TO WS-CICLOS-EXPIRA
                 END-IF
             END-READ
             CLOSE PARMFUNC.

      * sem PENDFUNC.DAT (primeira rodada) nao ha pendencia anterior.
       CARREGAR-PENDENCIAS.
           MOVE 0 TO FLAG-PEND.
           OPEN INPUT PENDFUNC.
           IF WS-PEND-STATUS EQUAL "00"
             PERFORM LER-PENDENCIA UNTIL FLAG-PEND EQUAL 1
             CLOSE PENDFUNC.

       LER-PENDENCIA.
           READ PENDFUNC
             AT END MOVE 1 TO FLAG-PEND
             NOT AT END
               IF WS-QTD-PEND EQUAL 300
                 DISPLAY "ERRO: PENDFUNC.DAT EXCEDE O LIMITE DE 300"
                 CLOSE PENDFUNC
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
               END-IF
               COMPUTE WS-QTD-PEND = WS-QTD-PEND + 1
               MOVE PEND-MOV TO TAB-PEND-MOV(WS-QTD-PEND)
               MOVE PEND-CICLO TO TAB-PEND-CICLO(WS-QTD-PEND)
               MOVE "P" TO TAB-PEND-SIT(WS-QTD-PEND)
           END-READ.

      * diferencas de dissidio retidas. CODIGO que ja tem "DR" em
      * MOVFOLHA.DAT teve o retroativo lancado por uma rodada
      * anterior (o DISSIDIO recusa rodar com "DR" ainda na folha),
      * entao a diferenca so e baixada, sem novo lancamento. isso
      * deixa o rerun seguro mesmo depois de um RESTMAST, que
      * devolve CADFUNC.DAT e PENDFUNC.DAT mas nao DISSRETRO.DAT.
       CARREGAR-RETROATIVOS.
           MOVE 0 TO FLAG-DRET.
           OPEN INPUT DISSRETRO.
           IF WS-DRET-STATUS EQUAL "00"
             PERFORM LER-RETROATIVO UNTIL FLAG-DRET EQUAL 1
             CLOSE DISSRETRO.
           IF WS-QTD-RETRO > 0
             MOVE 0 TO FLAG-MOVF
             OPEN INPUT MOVFOLHA
             IF WS-MOVF-STATUS EQUAL "00"
               PERFORM LER-MOVFOLHA UNTIL FLAG-MOVF EQUAL 1
               CLOSE MOVFOLHA.

       LER-RETROATIVO.
           READ DISSRETRO
             AT END MOVE 1 TO FLAG-DRET
             NOT AT END
               IF WS-QTD-RETRO EQUAL 12000
                 DISPLAY "ERRO: DISSRETRO.DAT EXCEDE O LIMITE DE 12000"
                 CLOSE DISSRETRO
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
               END-IF
               COMPUTE WS-QTD-RETRO = WS-QTD-RETRO + 1
               MOVE REG-DISSRETRO TO TAB-RETRO-REG(WS-QTD-RETRO)
               MOVE "P" TO TAB-RETRO-SIT(WS-QTD-RETRO)
           END-READ.

       LER-MOVFOLHA.
           READ MOVFOLHA
             AT END MOVE 1 TO FLAG-MOVF
             NOT AT END
               IF MOVF-EVENTO EQUAL "DR"
                 MOVE MOVF-CODIGO TO WS-RETRO-CODIGO
                 MOVE "J" TO WS-RETRO-SIT
                 PERFORM MARCAR-RETROATIVOS
               END-IF
           END-READ.

      * muda a situacao das diferencas ainda retidas do CODIGO.
       MARCAR-RETROATIVOS.
           PERFORM MARCAR-RETROATIVO VARYING WS-IDX-RETRO FROM 1 BY 1
             UNTIL WS-IDX-RETRO > WS-QTD-RETRO.

       MARCAR-RETROATIVO.
           IF TAB-RETRO-SIT(WS-IDX-RETRO) EQUAL "P"
             AND TAB-RETRO-CODIGO(WS-IDX-RETRO) EQUAL WS-RETRO-CODIGO
             MOVE WS-RETRO-SIT TO TAB-RETRO-SIT(WS-IDX-RETRO).

      * corta a copia de geracao anterior (uma por ciclo) antes de
      * qualquer alteracao no mestre.
       COPIAR-MESTRE-BACKUP.
             NOT AT END WRITE REG-BKPFUNC FROM REGFUNC
           END-READ.

      * sem PENDFUNC.DAT a copia sai vazia, para o RESTMAST devolver
      * tambem o estado "sem pendencias" do inicio do ciclo.
       COPIAR-PEND-BACKUP.
           MOVE "BKPPEND000000.DAT" TO WS-BKPP-NOME.
           MOVE WS-CICLO-NUM TO BKPP-NOME-CICLO.
           OPEN INPUT BKPPEND.
           IF WS-BKPP-STATUS EQUAL "00"
             CLOSE BKPPEND
           ELSE
             MOVE 0 TO FLAG-BKPP
             OPEN OUTPUT BKPPEND
             OPEN INPUT PENDFUNC
             IF WS-PEND-STATUS EQUAL "00"
               PERFORM COPIAR-REG-PEND UNTIL FLAG-BKPP EQUAL 1
               CLOSE PENDFUNC
             END-IF
             CLOSE BKPPEND.

       COPIAR-REG-PEND.
           READ PENDFUNC
             AT END MOVE 1 TO FLAG-BKPP
             NOT AT END WRITE REG-BKPPEND FROM REG-PENDFUNC
           END-READ.

      * DEPTO.DAT e um cadastro pequeno; sem o arquivo nenhum centro
      * de custo e valido e toda inclusao/alteracao vai para a
      * suspensao, em vez de gravar no mestre um codigo sem conta.
       CARREGAR-DEPTO.
           MOVE 0 TO FLAG-DEPTO.
           OPEN INPUT DEPTO.
           IF WS-DEPTO-STATUS EQUAL "00"
             PERFORM LER-DEPTO UNTIL FLAG-DEPTO EQUAL 1
             CLOSE DEPTO.

       LER-DEPTO.
           READ DEPTO
             AT END MOVE 1 TO FLAG-DEPTO
             NOT AT END
               MOVE DEPTO-NOME TO TAB-DEPTO-NOME(DEPTO-COD + 1)
           END-READ.

       ABRIR.
           OPEN INPUT CADFUNC.
           OPEN INPUT MOVFUNC.
           OPEN OUTPUT ERROMFUNC.
           OPEN OUTPUT MOVFHIST.
           OPEN OUTPUT MOVFSUSP.
           OPEN OUTPUT RELAPROV.
           WRITE REG-ERROMFUNC FROM CAB-ERRO.
           MOVE WS-CICLO-NUM TO CAB-APROV-CICLO.
           WRITE REG-RELAPROV FROM CAB-APROV.
           WRITE REG-RELAPROV FROM CAB-APROV-COL.

       CARREGAR-MASTER.
           MOVE 0 TO FLAG-FUNC.
             IF WS-QTD-FUNC EQUAL 500
               DISPLAY "ERRO: CADFUNC.DAT EXCEDE O LIMITE DE 500"
               CLOSE CADFUNC MOVFUNC ERROMFUNC MOVFHIST MOVFSUSP
                 RELAPROV
               STOP RUN
             ELSE
               COMPUTE WS-QTD-FUNC = WS-QTD-FUNC + 1
               MOVE SALBR TO TAB-SALBR(WS-QTD-FUNC)
               MOVE DEP TO TAB-DEP(WS-QTD-FUNC)
               MOVE NOME TO TAB-NOME(WS-QTD-FUNC)
               IF CCUSTO IS NUMERIC
                 MOVE CCUSTO TO TAB-CCUSTO(WS-QTD-FUNC)
               ELSE
                 MOVE 0 TO TAB-CCUSTO(WS-QTD-FUNC)
               END-IF
               IF DATA-ADM IS NUMERIC
                 MOVE DATA-ADM TO TAB-DATA-ADM(WS-QTD-FUNC)
               ELSE
                 MOVE 0 TO TAB-DATA-ADM(WS-QTD-FUNC)
               END-IF
               MOVE "S" TO TAB-ATIVO(WS-QTD-FUNC)
             END-IF
             PERFORM LEITURA-FUNC.
           READ CADFUNC AT END MOVE 1 TO FLAG-FUNC.

       LEITURA-MOV.
           READ MOVFUNC
             AT END MOVE 1 TO FLAG-MOV
             NOT AT END COMPUTE WS-QTD-LIDOS = WS-QTD-LIDOS + 1
           END-READ.

      * movimento sem operador nao tem quem responda por ele e nao
      * pode entrar na dupla conferencia: vai para a suspensao.
       PROCESSAR-MOV.
           MOVE "N" TO WS-LIBERANDO.
           MOVE SPACES TO WS-APROVADOR.
           IF MOV-OPERADOR EQUAL SPACES
             MOVE "OPERADOR NAO INFORMADO" TO DET-MOTIVO
             PERFORM GRAVA-ERRO
           ELSE
             EVALUATE MOV-TIPO
               WHEN "I" PERFORM INCLUIR-FUNC
               WHEN "A" PERFORM ALTERAR-FUNC
               WHEN "E" PERFORM EXCLUIR-FUNC
               WHEN "L" PERFORM LIBERAR-MOV
               WHEN OTHER PERFORM REJEITAR-TIPO-INVALIDO
             END-EVALUATE.
           PERFORM LEITURA-MOV.

      * a liberacao casa com a pendencia mais antiga do mesmo CODIGO
      * e tipo, retida num ciclo anterior por outro operador. numa
      * rodada avulsa (ciclo zero) nenhuma pendencia e liberada.
       LIBERAR-MOV.
           MOVE 0 TO WS-PEND-ACHADO.
           MOVE "N" TO WS-PEND-MESMO-OPER.
           MOVE "N" TO WS-PEND-MESMO-CICLO.
           PERFORM PROCURAR-PENDENCIA VARYING WS-IDX-PEND FROM 1 BY 1
             UNTIL WS-IDX-PEND > WS-QTD-PEND OR WS-PEND-ACHADO > 0.
           IF WS-PEND-ACHADO EQUAL 0
             PERFORM RECUSAR-LIBERACAO
           ELSE
             PERFORM APLICAR-LIBERACAO.

       PROCURAR-PENDENCIA.
           IF TAB-PEND-SIT(WS-IDX-PEND) EQUAL "P"
             AND TAB-PEND-CODIGO(WS-IDX-PEND) EQUAL MOV-CODIGO
             AND TAB-PEND-TIPO(WS-IDX-PEND) EQUAL MOV-TIPO-LIB
             IF TAB-PEND-OPERADOR(WS-IDX-PEND) EQUAL MOV-OPERADOR
               MOVE "S" TO WS-PEND-MESMO-OPER
             ELSE
               IF TAB-PEND-CICLO(WS-IDX-PEND) NOT < WS-CICLO-NUM
                 MOVE "S" TO WS-PEND-MESMO-CICLO
               ELSE
                 MOVE WS-IDX-PEND TO WS-PEND-ACHADO.

       RECUSAR-LIBERACAO.
           IF WS-PEND-MESMO-OPER EQUAL "S"
             MOVE "LIBERADOR IGUAL AO DIGITADOR" TO DET-MOTIVO
             MOVE "MESMO OPERADOR" TO DET-AP-MOTIVO
           ELSE
             IF WS-PEND-MESMO-CICLO EQUAL "S"
               MOVE "LIBERACAO NO CICLO DA RETENCAO" TO DET-MOTIVO
               MOVE "MESMO CICLO" TO DET-AP-MOTIVO
             ELSE
               MOVE "PENDENCIA NAO ENCONTRADA" TO DET-MOTIVO
               MOVE "SEM PENDENCIA" TO DET-AP-MOTIVO.
           PERFORM GRAVA-ERRO.
           COMPUTE WS-QTD-RECUSA = WS-QTD-RECUSA + 1.
           MOVE "RECUSADO" TO DET-AP-SIT.
           MOVE MOV-TIPO-LIB TO DET-AP-TIPO.
           MOVE MOV-CODIGO TO DET-AP-COD.
           MOVE SPACES TO DET-AP-OPER.
           MOVE MOV-OPERADOR TO DET-AP-APROV.
           MOVE WS-CICLO-NUM TO DET-AP-CICLO.
           MOVE 0 TO DET-AP-SAL.
           WRITE REG-RELAPROV FROM DET-APROV.

      * o movimento retido volta para REGMOV e passa de novo pelas
      * validacoes contra o mestre de hoje; se nao passar mais, sai
      * como rejeitado, com o operador original, na suspensao.
       APLICAR-LIBERACAO.
           MOVE MOV-OPERADOR TO WS-APROVADOR.
           MOVE TAB-PEND-MOV(WS-PEND-ACHADO) TO REGMOV.
           MOVE "L" TO TAB-PEND-SIT(WS-PEND-ACHADO).
           MOVE "S" TO WS-LIBERANDO.
           MOVE WS-QTD-REJ TO WS-QTD-REJ-ANTES.
           EVALUATE MOV-TIPO
             WHEN "I" PERFORM INCLUIR-FUNC
             WHEN "A" PERFORM ALTERAR-FUNC
             WHEN "E" PERFORM EXCLUIR-FUNC
           END-EVALUATE.
           COMPUTE WS-QTD-LIB = WS-QTD-LIB + 1.
           IF WS-QTD-REJ > WS-QTD-REJ-ANTES
             MOVE DET-MOTIVO TO DET-AP-MOTIVO
           ELSE
             MOVE SPACES TO DET-AP-MOTIVO.
           MOVE "LIBERADO" TO DET-AP-SIT.
           MOVE TAB-PEND-CICLO(WS-PEND-ACHADO) TO DET-AP-CICLO.
           PERFORM GRAVA-LINHA-APROV.

      * movimento sensivel ja validado fica retido em PENDFUNC.DAT;
      * um segundo movimento igual (CODIGO e tipo) ainda pendente e
      * rejeitado, para a liberacao nunca ter dois candidatos.
       RETER-MOV.
           MOVE "N" TO WS-PEND-DUPLICADO.
           PERFORM CONFERIR-PEND-DUPLICADA VARYING WS-IDX-PEND
             FROM 1 BY 1 UNTIL WS-IDX-PEND > WS-QTD-PEND.
           IF WS-PEND-DUPLICADO EQUAL "S"
             MOVE "JA PENDENTE DE LIBERACAO" TO DET-MOTIVO
             PERFORM GRAVA-ERRO
           ELSE
             IF WS-QTD-PEND EQUAL 300
               MOVE "TABELA DE PENDENCIAS CHEIA" TO DET-MOTIVO
               PERFORM GRAVA-ERRO
             ELSE
               COMPUTE WS-QTD-PEND = WS-QTD-PEND + 1
               MOVE REGMOV TO TAB-PEND-MOV(WS-QTD-PEND)
               MOVE SPACE TO TAB-PEND-TIPO-LIB(WS-QTD-PEND)
               MOVE WS-CICLO-NUM TO TAB-PEND-CICLO(WS-QTD-PEND)
               MOVE "P" TO TAB-PEND-SIT(WS-QTD-PEND)
               COMPUTE WS-QTD-RET = WS-QTD-RET + 1
               MOVE "RETIDO" TO DET-AP-SIT
               MOVE WS-CICLO-NUM TO DET-AP-CICLO
               IF MOV-TIPO EQUAL "A"
                 MOVE "VARIACAO DE SALARIO" TO DET-AP-MOTIVO
               ELSE
                 MOVE SPACES TO DET-AP-MOTIVO
               END-IF
               PERFORM GRAVA-LINHA-APROV.

       CONFERIR-PEND-DUPLICADA.
           IF TAB-PEND-SIT(WS-IDX-PEND) EQUAL "P"
             AND TAB-PEND-CODIGO(WS-IDX-PEND) EQUAL MOV-CODIGO
             AND TAB-PEND-TIPO(WS-IDX-PEND) EQUAL MOV-TIPO
             MOVE "S" TO WS-PEND-DUPLICADO.

      * variacao do salario (para mais ou para menos) sobre o salario
      * do cadastro, comparada com o percentual do cartao.
       CALC-VARIACAO-SAL.
           MOVE "N" TO WS-VAR-ACIMA.
           COMPUTE WS-VAR-SAL = MOV-SALBR - TAB-SALBR(WS-IDX-FUNC).
           IF WS-VAR-SAL < 0
             COMPUTE WS-VAR-SAL = 0 - WS-VAR-SAL.
           IF TAB-SALBR(WS-IDX-FUNC) EQUAL 0
             IF WS-VAR-SAL > 0
               MOVE "S" TO WS-VAR-ACIMA
             END-IF
           ELSE
             COMPUTE WS-VAR-PCT ROUNDED =
               WS-VAR-SAL * 100 / TAB-SALBR(WS-IDX-FUNC)
             IF WS-VAR-PCT > WS-LIMITE-PCT
               MOVE "S" TO WS-VAR-ACIMA.

       GRAVA-LINHA-APROV.
           MOVE MOV-TIPO TO DET-AP-TIPO.
           MOVE MOV-CODIGO TO DET-AP-COD.
           MOVE MOV-OPERADOR TO DET-AP-OPER.
           MOVE WS-APROVADOR TO DET-AP-APROV.
           MOVE MOV-SALBR TO DET-AP-SAL.
           WRITE REG-RELAPROV FROM DET-APROV.

       LOCALIZAR-FUNC.
           MOVE "N" TO WS-ACHOU.
             ELSE
               COMPUTE WS-IDX-FUNC = WS-IDX-FUNC + 1.

      * o centro de custo do movimento precisa existir em DEPTO.DAT.
       VALIDAR-CCUSTO.
           MOVE "N" TO WS-CCUSTO-OK.
           IF MOV-CCUSTO IS NUMERIC
             IF TAB-DEPTO-NOME(MOV-CCUSTO + 1) NOT EQUAL SPACES
               MOVE "S" TO WS-CCUSTO-OK.

      * mesma faixa de mes/dia usada para a data do cartao de
      * rescisao; zero so e aceito na alteracao.
       VALIDAR-DATA-ADM.
           MOVE "N" TO WS-DATA-ADM-OK.
           MOVE 0 TO WS-DATA-ADM-MOV.
           IF MOV-DATA-ADM IS NUMERIC
             MOVE MOV-DATA-ADM TO WS-DATA-ADM-MOV.
           IF WS-DATA-ADM-MOV EQUAL 0
             IF MOV-TIPO EQUAL "A"
               MOVE "S" TO WS-DATA-ADM-OK
             END-IF
           ELSE
             IF WS-ADM-ANO > 1900
               AND WS-ADM-MES >= 1 AND WS-ADM-MES <= 12
               AND WS-ADM-DIA >= 1 AND WS-ADM-DIA <= 31
               MOVE "S" TO WS-DATA-ADM-OK.

       INCLUIR-FUNC.
           PERFORM LOCALIZAR-FUNC.
           PERFORM VALIDAR-CCUSTO.
           PERFORM VALIDAR-DATA-ADM.
           IF WS-ACHOU EQUAL "S"
             MOVE "CODIGO JA EXISTE" TO DET-MOTIVO
             PERFORM GRAVA-ERRO
           ELSE
             IF WS-CCUSTO-OK EQUAL "N"
               MOVE "CENTRO DE CUSTO INEXISTENTE" TO DET-MOTIVO
               PERFORM GRAVA-ERRO
             ELSE
               IF WS-DATA-ADM-OK EQUAL "N"
                 MOVE "DATA DE ADMISSAO INVALIDA" TO DET-MOTIVO
                 PERFORM GRAVA-ERRO
               ELSE
                 IF WS-QTD-FUNC EQUAL 500
                   MOVE "TABELA DE FUNCIONARIOS CHEIA" TO DET-MOTIVO
                   PERFORM GRAVA-ERRO
                 ELSE
                   IF WS-LIBERANDO EQUAL "N"
                     PERFORM RETER-MOV
                   ELSE
                     COMPUTE WS-QTD-FUNC = WS-QTD-FUNC + 1
                     MOVE MOV-CODIGO TO TAB-CODIGO(WS-QTD-FUNC)
                     MOVE MOV-SALBR TO TAB-SALBR(WS-QTD-FUNC)
                     MOVE MOV-DEP TO TAB-DEP(WS-QTD-FUNC)
                     MOVE MOV-NOME TO TAB-NOME(WS-QTD-FUNC)
                     MOVE MOV-CCUSTO TO TAB-CCUSTO(WS-QTD-FUNC)
                     MOVE WS-DATA-ADM-MOV TO TAB-DATA-ADM(WS-QTD-FUNC)
                     MOVE "S" TO TAB-ATIVO(WS-QTD-FUNC)
                     COMPUTE WS-QTD-INC = WS-QTD-INC + 1
                     PERFORM GRAVA-HIST-INCLUSAO.

       ALTERAR-FUNC.
           PERFORM LOCALIZAR-FUNC.
           PERFORM VALIDAR-CCUSTO.
           PERFORM VALIDAR-DATA-ADM.
           IF WS-ACHOU EQUAL "N"
             MOVE "CODIGO NAO ENCONTRADO" TO DET-MOTIVO
             PERFORM GRAVA-ERRO
           ELSE
             IF WS-CCUSTO-OK EQUAL "N"
               MOVE "CENTRO DE CUSTO INEXISTENTE" TO DET-MOTIVO
               PERFORM GRAVA-ERRO
             ELSE
               IF WS-DATA-ADM-OK EQUAL "N"
                 MOVE "DATA DE ADMISSAO INVALIDA" TO DET-MOTIVO
                 PERFORM GRAVA-ERRO
               ELSE
                 PERFORM CALC-VARIACAO-SAL
                 IF WS-LIBERANDO EQUAL "N" AND WS-VAR-ACIMA EQUAL "S"
                   PERFORM RETER-MOV
                 ELSE
                   IF WS-DATA-ADM-MOV EQUAL 0
                     MOVE TAB-DATA-ADM(WS-IDX-FUNC) TO WS-DATA-ADM-MOV
                   END-IF
                   PERFORM GRAVA-HIST-ALTERACAO
                   MOVE MOV-SALBR TO TAB-SALBR(WS-IDX-FUNC)
                   MOVE MOV-DEP TO TAB-DEP(WS-IDX-FUNC)
                   MOVE MOV-NOME TO TAB-NOME(WS-IDX-FUNC)
                   MOVE MOV-CCUSTO TO TAB-CCUSTO(WS-IDX-FUNC)
                   MOVE WS-DATA-ADM-MOV TO TAB-DATA-ADM(WS-IDX-FUNC)
                   COMPUTE WS-QTD-ALT = WS-QTD-ALT + 1
                   IF MOV-OPERADOR EQUAL "DISSIDIO"
                     MOVE MOV-CODIGO TO WS-RETRO-CODIGO
                     MOVE "L" TO WS-RETRO-SIT
                     PERFORM MARCAR-RETROATIVOS.

       EXCLUIR-FUNC.
           PERFORM LOCALIZAR-FUNC.
             MOVE "CODIGO NAO ENCONTRADO" TO DET-MOTIVO
             PERFORM GRAVA-ERRO
           ELSE
             IF WS-LIBERANDO EQUAL "N"
               PERFORM RETER-MOV
             ELSE
               PERFORM GRAVA-HIST-EXCLUSAO
               MOVE "N" TO TAB-ATIVO(WS-IDX-FUNC)
               COMPUTE WS-QTD-EXC = WS-QTD-EXC + 1.

       REJEITAR-TIPO-INVALIDO.
           MOVE "TIPO DE MOVIMENTO INVALIDO" TO DET-MOTIVO
           PERFORM GRAVA-ERRO.

      * grava a trilha de auditoria de um movimento aceito, com os
      * valores de SALBR/DEP/NOME/CCUSTO/DATA-ADM antes e depois da
      * alteracao, o operador que digitou e, quando o movimento
      * passou pela dupla conferencia, o operador que liberou.
       GRAVA-HIST-INCLUSAO.
           MOVE "I" TO HIST-TIPO.
           MOVE MOV-CODIGO TO HIST-CODIGO.
           MOVE 0 TO HIST-SALBR-ANTES.
           MOVE 0 TO HIST-DEP-ANTES.
           MOVE SPACES TO HIST-NOME-ANTES.
           MOVE 0 TO HIST-CCUSTO-ANTES.
           MOVE MOV-SALBR TO HIST-SALBR-DEPOIS.
           MOVE MOV-DEP TO HIST-DEP-DEPOIS.
           MOVE MOV-NOME TO HIST-NOME-DEPOIS.
           MOVE MOV-CCUSTO TO HIST-CCUSTO-DEPOIS.
           MOVE 0 TO HIST-DATA-ADM-ANTES.
           MOVE WS-DATA-ADM-MOV TO HIST-DATA-ADM-DEPOIS.
           MOVE MOV-OPERADOR TO HIST-OPERADOR.
           MOVE WS-APROVADOR TO HIST-APROVADOR.
           WRITE REG-MOVFHIST.

       GRAVA-HIST-ALTERACAO.
           MOVE TAB-SALBR(WS-IDX-FUNC) TO HIST-SALBR-ANTES.
           MOVE TAB-DEP(WS-IDX-FUNC) TO HIST-DEP-ANTES.
           MOVE TAB-NOME(WS-IDX-FUNC) TO HIST-NOME-ANTES.
           MOVE TAB-CCUSTO(WS-IDX-FUNC) TO HIST-CCUSTO-ANTES.
           MOVE MOV-SALBR TO HIST-SALBR-DEPOIS.
           MOVE MOV-DEP TO HIST-DEP-DEPOIS.
           MOVE MOV-NOME TO HIST-NOME-DEPOIS.
           MOVE MOV-CCUSTO TO HIST-CCUSTO-DEPOIS.
           MOVE TAB-DATA-ADM(WS-IDX-FUNC) TO HIST-DATA-ADM-ANTES.
           MOVE WS-DATA-ADM-MOV TO HIST-DATA-ADM-DEPOIS.
           MOVE MOV-OPERADOR TO HIST-OPERADOR.
           MOVE WS-APROVADOR TO HIST-APROVADOR.
           WRITE REG-MOVFHIST.

       GRAVA-HIST-EXCLUSAO.
           MOVE TAB-SALBR(WS-IDX-FUNC) TO HIST-SALBR-ANTES.
           MOVE TAB-DEP(WS-IDX-FUNC) TO HIST-DEP-ANTES.
           MOVE TAB-NOME(WS-IDX-FUNC) TO HIST-NOME-ANTES.
           MOVE TAB-CCUSTO(WS-IDX-FUNC) TO HIST-CCUSTO-ANTES.
           MOVE 0 TO HIST-SALBR-DEPOIS.
           MOVE 0 TO HIST-DEP-DEPOIS.
           MOVE SPACES TO HIST-NOME-DEPOIS.
           MOVE 0 TO HIST-CCUSTO-DEPOIS.
           MOVE TAB-DATA-ADM(WS-IDX-FUNC) TO HIST-DATA-ADM-ANTES.
           MOVE 0 TO HIST-DATA-ADM-DEPOIS.
           MOVE MOV-OPERADOR TO HIST-OPERADOR.
           MOVE WS-APROVADOR TO HIST-APROVADOR.
           WRITE REG-MOVFHIST.

      * movimento rejeitado: grava no relatorio de excecao e tambem
           MOVE MOV-CODIGO TO DET-COD.
           MOVE MOV-TIPO TO DET-TIPO.
           WRITE REG-ERROMFUNC FROM DET-ERRO.
           PERFORM GRAVA-SUSPENSO.

       GRAVA-SUSPENSO.
           MOVE MOV-TIPO TO SUSP-TIPO.
           MOVE MOV-CODIGO TO SUSP-CODIGO.
           MOVE MOV-SALBR TO SUSP-SALBR.
           MOVE MOV-DEP TO SUSP-DEP.
           MOVE MOV-NOME TO SUSP-NOME.
           MOVE MOV-CCUSTO TO SUSP-CCUSTO.
           MOVE MOV-DATA-ADM TO SUSP-DATA-ADM.
           MOVE MOV-OPERADOR TO SUSP-OPERADOR.
           MOVE MOV-TIPO-LIB TO SUSP-TIPO-LIB.
           WRITE REG-MOVFSUSP.

      * pendencia sem liberacao por mais ciclos que o cartao permite
      * sai de PENDFUNC.DAT e volta para a suspensao, no layout de
      * MOVFUNC.DAT, para ser redigitada se ainda valer.
       EXPIRAR-PENDENCIAS.
           MOVE SPACES TO WS-APROVADOR.
           PERFORM CONFERIR-EXPIRACAO VARYING WS-IDX-PEND FROM 1 BY 1
             UNTIL WS-IDX-PEND > WS-QTD-PEND.

       CONFERIR-EXPIRACAO.
           IF TAB-PEND-SIT(WS-IDX-PEND) EQUAL "P"
             AND WS-CICLO-NUM > TAB-PEND-CICLO(WS-IDX-PEND)
             COMPUTE WS-IDADE-PEND =
               WS-CICLO-NUM - TAB-PEND-CICLO(WS-IDX-PEND)
             IF WS-IDADE-PEND > WS-CICLOS-EXPIRA
               PERFORM EXPIRAR-PENDENCIA.

       EXPIRAR-PENDENCIA.
           MOVE "X" TO TAB-PEND-SIT(WS-IDX-PEND).
           MOVE TAB-PEND-MOV(WS-IDX-PEND) TO REGMOV.
           PERFORM GRAVA-SUSPENSO.
           COMPUTE WS-QTD-EXPIRA = WS-QTD-EXPIRA + 1.
           MOVE "EXPIRADO" TO DET-AP-SIT.
           MOVE TAB-PEND-CICLO(WS-IDX-PEND) TO DET-AP-CICLO.
           MOVE "SEM LIBERACAO" TO DET-AP-MOTIVO.
           PERFORM GRAVA-LINHA-APROV.

      * regrava so as pendencias que continuam abertas e as lista no
      * relatorio do supervisor, com o ciclo em que foram retidas.
       GRAVAR-PENDENCIAS.
           WRITE REG-RELAPROV FROM CAB-APROV-PEND.
           MOVE SPACES TO WS-APROVADOR.
           OPEN OUTPUT PENDFUNC.
           PERFORM GRAVAR-PENDENCIA VARYING WS-IDX-PEND FROM 1 BY 1
             UNTIL WS-IDX-PEND > WS-QTD-PEND.
           CLOSE PENDFUNC.

       GRAVAR-PENDENCIA.
           IF TAB-PEND-SIT(WS-IDX-PEND) EQUAL "P"
             MOVE TAB-PEND-MOV(WS-IDX-PEND) TO PEND-MOV
             MOVE TAB-PEND-CICLO(WS-IDX-PEND) TO PEND-CICLO
             WRITE REG-PENDFUNC
             COMPUTE WS-QTD-PEND-FIM = WS-QTD-PEND-FIM + 1
             MOVE TAB-PEND-MOV(WS-IDX-PEND) TO REGMOV
             MOVE "PENDENTE" TO DET-AP-SIT
             MOVE TAB-PEND-CICLO(WS-IDX-PEND) TO DET-AP-CICLO
             MOVE SPACES TO DET-AP-MOTIVO
             PERFORM GRAVA-LINHA-APROV.

      * o retroativo cujo reajuste foi aplicado neste ciclo entra na
      * folha como evento "DR"; DISSRETRO.DAT e regravado so com o
      * que continua retido. sem diferenca carregada nenhum dos dois
      * arquivos e tocado.
       GRAVAR-RETROATIVOS.
           IF WS-QTD-RETRO > 0
             OPEN EXTEND MOVFOLHA
             IF WS-MOVF-STATUS NOT EQUAL "00"
               OPEN OUTPUT MOVFOLHA
             END-IF
             PERFORM LANCAR-RETROATIVO VARYING WS-IDX-RETRO
               FROM 1 BY 1 UNTIL WS-IDX-RETRO > WS-QTD-RETRO
             CLOSE MOVFOLHA
             OPEN OUTPUT DISSRETRO
             PERFORM REGRAVAR-RETROATIVO VARYING WS-IDX-RETRO
               FROM 1 BY 1 UNTIL WS-IDX-RETRO > WS-QTD-RETRO
             CLOSE DISSRETRO.

       LANCAR-RETROATIVO.
           IF TAB-RETRO-SIT(WS-IDX-RETRO) EQUAL "L"
             MOVE TAB-RETRO-CODIGO(WS-IDX-RETRO) TO MOVF-CODIGO
             MOVE "DR" TO MOVF-EVENTO
             MOVE TAB-RETRO-VALOR(WS-IDX-RETRO) TO MOVF-VALOR
             WRITE REG-MOVFOLHA
             COMPUTE WS-QTD-RETRO-LANC = WS-QTD-RETRO-LANC + 1.

       REGRAVAR-RETROATIVO.
           IF TAB-RETRO-SIT(WS-IDX-RETRO) EQUAL "P"
             MOVE TAB-RETRO-REG(WS-IDX-RETRO) TO REG-DISSRETRO
             WRITE REG-DISSRETRO
             COMPUTE WS-QTD-RETRO-FIM = WS-QTD-RETRO-FIM + 1.

       TOTAIS-APROV.
           MOVE "TOTAL RETIDOS NO CICLO" TO TOT-AP-LABEL.
           MOVE WS-QTD-RET TO TOT-AP-QTD.
           WRITE REG-RELAPROV FROM TOT-APROV.
           MOVE "TOTAL LIBERADOS" TO TOT-AP-LABEL.
           MOVE WS-QTD-LIB TO TOT-AP-QTD.
           WRITE REG-RELAPROV FROM TOT-APROV.
           MOVE "TOTAL LIBERACOES RECUSADAS" TO TOT-AP-LABEL.
           MOVE WS-QTD-RECUSA TO TOT-AP-QTD.
           WRITE REG-RELAPROV FROM TOT-APROV.
           MOVE "TOTAL EXPIRADOS" TO TOT-AP-LABEL.
           MOVE WS-QTD-EXPIRA TO TOT-AP-QTD.
           WRITE REG-RELAPROV FROM TOT-APROV.
           MOVE "TOTAL AINDA PENDENTES" TO TOT-AP-LABEL.
           MOVE WS-QTD-PEND-FIM TO TOT-AP-QTD.
           WRITE REG-RELAPROV FROM TOT-APROV.
           MOVE "TOTAL RETROATIVOS LANCADOS" TO TOT-AP-LABEL.
           MOVE WS-QTD-RETRO-LANC TO TOT-AP-QTD.
           WRITE REG-RELAPROV FROM TOT-APROV.
           MOVE "TOTAL RETROATIVOS RETIDOS" TO TOT-AP-LABEL.
           MOVE WS-QTD-RETRO-FIM TO TOT-AP-QTD.
           WRITE REG-RELAPROV FROM TOT-APROV.

       GRAVAR-MASTER.
           OPEN OUTPUT CADFUNC.
           PERFORM VARYING WS-IDX-FUNC FROM 1 BY 1
               MOVE TAB-SALBR(WS-IDX-FUNC) TO SALBR
               MOVE TAB-DEP(WS-IDX-FUNC) TO DEP
               MOVE TAB-NOME(WS-IDX-FUNC) TO NOME
               MOVE TAB-CCUSTO(WS-IDX-FUNC) TO CCUSTO
               MOVE TAB-DATA-ADM(WS-IDX-FUNC) TO DATA-ADM
               COMPUTE WS-QTD-GRAVADOS = WS-QTD-GRAVADOS + 1
               WRITE REGFUNC.
           CLOSE CADFUNC.
       CONFERIR-MESTRE.
           MOVE 0 TO FLAG-BKP.
           MOVE 0 TO WS-QTD-MESTRE-FIM.
           MOVE 0 TO WS-SELO-SOMA-CHAVE.
           MOVE 0 TO WS-SELO-SOMA-VALOR.
           OPEN INPUT CADFUNC.
           PERFORM CONTAR-REG-FIM UNTIL FLAG-BKP EQUAL 1.
           CLOSE CADFUNC.
           PERFORM GRAVAR-SELO.
           IF WS-QTD-MESTRE-FIM NOT EQUAL WS-QTD-GRAVADOS
             DISPLAY "ERRO: CADFUNC.DAT COM " WS-QTD-MESTRE-FIM
               " REGISTROS, ESPERADOS " WS-QTD-GRAVADOS
             AT END MOVE 1 TO FLAG-BKP
             NOT AT END
               COMPUTE WS-QTD-MESTRE-FIM = WS-QTD-MESTRE-FIM + 1
               COMPUTE WS-SELO-SOMA-CHAVE = WS-SELO-SOMA-CHAVE + CODIGO
               COMPUTE WS-SELO-SOMA-VALOR =
                 WS-SELO-SOMA-VALOR + SALBR
           END-READ.

      * o selo retrata o mestre como esta no fechamento, mesmo quando
      * a contagem acima nao bateu (o erro ja foi acusado).
       GRAVAR-SELO.
           OPEN OUTPUT SELOFUNC.
           MOVE "MANUTFUN" TO SELO-PROGRAMA.
           MOVE WS-CICLO-NUM TO SELO-CICLO.
           MOVE WS-QTD-MESTRE-FIM TO SELO-QTD.
           MOVE WS-SELO-SOMA-CHAVE TO SELO-SOMA-CHAVE.
           MOVE WS-SELO-SOMA-VALOR TO SELO-SOMA-VALOR.
           MOVE FUNCTION CURRENT-DATE TO SELO-DATA-HORA.
           WRITE REG-SELOFUNC.
           CLOSE SELOFUNC.

       FIM.
           MOVE WS-QTD-REJ TO TOT-QTD-REJ.
           WRITE REG-ERROMFUNC FROM TOT-ERRO.
           PERFORM TOTAIS-APROV.
           CLOSE MOVFUNC ERROMFUNC MOVFHIST MOVFSUSP RELAPROV.
           PERFORM CONFERIR-MESTRE.
           PERFORM GRAVAR-AUDITORIA.
           STOP RUN.
           MOVE SPACES TO LIN-AUDITLOG.
           MOVE "MANUTFUN" TO AUD-PROGRAMA.
           MOVE WS-AUD-DATA-HORA TO AUD-DATA-HORA.
           MOVE WS-QTD-LIDOS TO AUD-LIDOS.
           COMPUTE AUD-GRAVADOS = WS-QTD-INC + WS-QTD-ALT
             + WS-QTD-EXC.
           MOVE WS-QTD-REJ TO AUD-REJEITADOS.
           MOVE WS-QTD-RET TO AUD-GRAVADOS-2.
           MOVE WS-CICLO-NUM TO AUD-CICLO.
           WRITE REG-AUDITLOG FROM LIN-AUDITLOG.
           CLOSE AUDITLOG.
