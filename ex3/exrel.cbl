      *faixa 0-10) antes de calcular medias e ranking, e quebra o
      *relatorio por turma: pagina, resumo e TOP 3 por turma, com o
      *resumo geral da escola no fim
      *no modo M a releitura do mestre no fim grava o selo
      *SELOALU.DAT (contagem, soma de MAT-ALU e de NOTA-ALU e
      *ciclo), conferido pelo CONFMEST no inicio da rodada seguinte
      *do FOLHA.JCL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.

           SELECT SELOALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CICLOCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CICLO-STATUS.

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

      * frequencia do periodo por aluno: aulas dadas e aulas
      * assistidas; a regra da escola reprova por frequencia abaixo
      * de 75% independente da nota. a falta justificada ja vem
      * somada nas assistidas pelo FREQDIA e contada a parte em
      * FREQ-FALTAS-JUST, entao nao reprova.
           FD FREQALU
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "FREQALU.DAT".
                02 FREQ-MAT-ALU PIC 9(6).
                02 FREQ-AULAS-DADAS PIC 9(3).
                02 FREQ-AULAS-ASSIST PIC 9(3).
                02 FREQ-FALTAS-JUST PIC 9(3).

           FD EXCFREQ
             LABEL RECORD IS OMITTED
           77 WS-QTD-MESTRE-INI PIC 9(6) VALUE 0.
           77 WS-QTD-MESTRE-FIM PIC 9(6) VALUE 0.
           77 FLAG-BKP PIC 9(1) VALUE 0.
           77 WS-SELO-SOMA-CHAVE PIC 9(12) VALUE 0.
           77 WS-SELO-SOMA-VALOR PIC 9(12)V99 VALUE 0.

           01 WS-BKP-NOME PIC X(16) VALUE SPACES.
           01 WS-BKP-NOME-DET REDEFINES WS-BKP-NOME.
       CONFERIR-MESTRE.
           MOVE 0 TO FLAG-BKP.
           MOVE 0 TO WS-QTD-MESTRE-FIM.
           MOVE 0 TO WS-SELO-SOMA-CHAVE.
           MOVE 0 TO WS-SELO-SOMA-VALOR.
           OPEN INPUT ARQALU.
           PERFORM CONTAR-REG-FIM UNTIL FLAG-BKP EQUAL 1.
           CLOSE ARQALU.
           PERFORM GRAVAR-SELO.
           IF WS-QTD-MESTRE-FIM NOT EQUAL WS-QTD-MESTRE-INI
             DISPLAY "ERRO: ARQALU.DAT COM " WS-QTD-MESTRE-FIM
               " REGISTROS, ESPERADOS " WS-QTD-MESTRE-INI
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
           MOVE "EX3-REC" TO SELO-PROGRAMA.
           MOVE WS-CICLO-NUM TO SELO-CICLO.
           MOVE WS-QTD-MESTRE-FIM TO SELO-QTD.
           MOVE WS-SELO-SOMA-CHAVE TO SELO-SOMA-CHAVE.
           MOVE WS-SELO-SOMA-VALOR TO SELO-SOMA-VALOR.
           MOVE FUNCTION CURRENT-DATE TO SELO-DATA-HORA.
           WRITE REG-SELOALU.
           CLOSE SELOALU.

       GRAVAR-AUDITORIA-SEGCH.
           OPEN EXTEND AUDITLOG.
           IF WS-AUD-STATUS NOT EQUAL "00"
