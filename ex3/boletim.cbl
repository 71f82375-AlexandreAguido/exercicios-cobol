      *emitidos (e medias regravadas), AUD-REJEITADOS as notas
      *rejeitadas (sem cadastro ou fora da faixa) e AUD-GRAVADOS-2
      *os alunos sem nota lancada.
      *a releitura do mestre no fim (CONFERIR-MESTRE) grava o selo
      *SELOALU.DAT (contagem, soma de MAT-ALU e de NOTA-ALU e
      *ciclo), conferido pelo CONFMEST no inicio da rodada seguinte.
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
      * data de processamento; sem cartao vale ciclo zero.
           FD CICLOCTL
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
           MOVE "BOLETIM" TO SELO-PROGRAMA.
           MOVE WS-CICLO-NUM TO SELO-CICLO.
           MOVE WS-QTD-MESTRE-FIM TO SELO-QTD.
           MOVE WS-SELO-SOMA-CHAVE TO SELO-SOMA-CHAVE.
           MOVE WS-SELO-SOMA-VALOR TO SELO-SOMA-VALOR.
           MOVE FUNCTION CURRENT-DATE TO SELO-DATA-HORA.
           WRITE REG-SELOALU.
           CLOSE SELOALU.

       GRAVAR-AUDITORIA.
           OPEN EXTEND AUDITLOG.
           IF WS-AUD-STATUS NOT EQUAL "00"
