      *AUDITLOG.DAT com a contagem de registros devolvidos.
      *cartao ausente, tipo invalido ou copia inexistente derrubam o
      *passo com RC=8 sem tocar no mestre.
      *o mestre devolvido recebe um selo novo (SELOALU.DAT /
      *SELOFUNC.DAT: contagem, somas de controle e o ciclo da copia),
      *para o CONFMEST aceitar a restauracao na rodada seguinte.
      *na restauracao do CADFUNC.DAT as pendencias da dupla
      *conferencia voltam junto, de BKPPENDNNNNNN.DAT do mesmo ciclo
      *para PENDFUNC.DAT; ciclo sem essa copia mantem o PENDFUNC.DAT
      *como esta, com aviso.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BKP-STATUS.

           SELECT BKPPEND ASSIGN TO WS-BKPP-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BKPP-STATUS.

           SELECT PENDFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQALU ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FUNC-STATUS.

           SELECT SELOALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SELOFUNC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
                02 RCTL-CICLO PIC 9(6).

      * a copia de geracao anterior guarda a imagem exata do
      * registro do mestre; 57 bytes cobrem o maior dos dois
      * (CADFUNC), a restauracao de ARQALU usa so os 31 primeiros.
           FD BKPMEST
             LABEL RECORD ARE STANDARD.

             01 REG-BKPMEST PIC X(57).

      * pendencias da dupla conferencia do MANUTFUNC: o movimento
      * no layout de MOVFUNC.DAT e o ciclo em que foi retido.
           FD BKPPEND
             LABEL RECORD ARE STANDARD.

             01 REG-BKPPEND PIC X(73).

           FD PENDFUNC
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "PENDFUNC.DAT".

             01 REG-PENDFUNC PIC X(73).

           FD ARQALU
             LABEL RECORD ARE STANDARD
                02 SALBR PIC 9(8)V99.
                02 DEP PIC 9(2).
                02 NOME PIC X(30).
                02 CCUSTO PIC 9(2).
                02 DATA-ADM PIC 9(8).

      * selo do mestre no fechamento: quem gravou, ciclo, contagem
      * de registros e somas de controle (MAT-ALU e NOTA-ALU no
      * ARQALU, CODIGO e SALBR no CADFUNC).
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

           FD AUDITLOG
             LABEL RECORD IS OMITTED
           77 FLAG PIC 9(1) VALUE 0.
           77 WS-CTL-STATUS PIC X(2).
           77 WS-BKP-STATUS PIC X(2).
           77 WS-BKPP-STATUS PIC X(2).
           77 WS-ALU-STATUS PIC X(2).
           77 WS-FUNC-STATUS PIC X(2).
           77 WS-AUD-STATUS PIC X(2).
           77 WS-MESTRE PIC X(1) VALUE SPACE.
           77 WS-CICLO PIC 9(6) VALUE 0.
           77 WS-QTD-REST PIC 9(6) VALUE 0.
           77 WS-QTD-PEND-REST PIC 9(6) VALUE 0.
           77 WS-SELO-SOMA-CHAVE PIC 9(12) VALUE 0.
           77 WS-SELO-SOMA-VALOR PIC 9(12)V99 VALUE 0.

           01 WS-BKP-NOME PIC X(17) VALUE SPACES.
           01 WS-BKPP-NOME PIC X(17) VALUE SPACES.

      * AUD-GRAVADOS registra os registros devolvidos ao mestre;
      * AUD-GRAVADOS-2 as pendencias devolvidas a PENDFUNC.DAT;
      * AUD-CICLO e o ciclo da copia restaurada.
           01 LIN-AUDITLOG.
             02 AUD-PROGRAMA PIC X(8).
           MOVE 0 TO FLAG.
           PERFORM RESTAURAR-REG-ALU UNTIL FLAG EQUAL 1.
           CLOSE ARQALU.
           PERFORM MONTAR-SELO.
           OPEN OUTPUT SELOALU.
           WRITE REG-SELOALU.
           CLOSE SELOALU.

       RESTAURAR-REG-ALU.
           READ BKPMEST
               MOVE REG-BKPMEST(1:31) TO REGALU
               WRITE REGALU
               COMPUTE WS-QTD-REST = WS-QTD-REST + 1
               COMPUTE WS-SELO-SOMA-CHAVE = WS-SELO-SOMA-CHAVE + MAT-ALU
               COMPUTE WS-SELO-SOMA-VALOR =
                 WS-SELO-SOMA-VALOR + NOTA-ALU
           END-READ.

       RESTAURAR-CADFUNC.
           MOVE 0 TO FLAG.
           PERFORM RESTAURAR-REG-FUNC UNTIL FLAG EQUAL 1.
           CLOSE CADFUNC.
           PERFORM MONTAR-SELO.
           OPEN OUTPUT SELOFUNC.
           WRITE REG-SELOFUNC FROM REG-SELOALU.
           CLOSE SELOFUNC.
           PERFORM RESTAURAR-PENDFUNC.

       RESTAURAR-REG-FUNC.
           READ BKPMEST
               MOVE REG-BKPMEST TO REGFUNC
               WRITE REGFUNC
               COMPUTE WS-QTD-REST = WS-QTD-REST + 1
               COMPUTE WS-SELO-SOMA-CHAVE = WS-SELO-SOMA-CHAVE + CODIGO
               COMPUTE WS-SELO-SOMA-VALOR =
                 WS-SELO-SOMA-VALOR + SALBR
           END-READ.

      * as pendencias voltam ao estado do inicio do mesmo ciclo do
      * mestre; uma copia vazia tambem e devolvida (nao havia
      * pendencia naquele ciclo).
       RESTAURAR-PENDFUNC.
           MOVE "BKPPEND000000.DAT" TO WS-BKPP-NOME.
           MOVE WS-CICLO TO WS-BKPP-NOME(8:6).
           OPEN INPUT BKPPEND.
           IF WS-BKPP-STATUS NOT EQUAL "00"
             DISPLAY "AVISO: COPIA " WS-BKPP-NOME
               " AUSENTE - PENDFUNC.DAT MANTIDO"
           ELSE
             OPEN OUTPUT PENDFUNC
             MOVE 0 TO FLAG
             PERFORM RESTAURAR-REG-PEND UNTIL FLAG EQUAL 1
             CLOSE BKPPEND PENDFUNC
             DISPLAY "RESTMAST: " WS-QTD-PEND-REST
               " PENDENCIAS RESTAURADAS DO CICLO " WS-CICLO.

       RESTAURAR-REG-PEND.
           READ BKPPEND
             AT END MOVE 1 TO FLAG
             NOT AT END
               WRITE REG-PENDFUNC FROM REG-BKPPEND
               COMPUTE WS-QTD-PEND-REST = WS-QTD-PEND-REST + 1
           END-READ.

      * os dois selos tem o mesmo layout; o de CADFUNC e gravado a
      * partir de REG-SELOALU. o ciclo do selo e o da copia
      * devolvida, que passa a ser a geracao de comparacao.
       MONTAR-SELO.
           MOVE "RESTMAST" TO SELO-PROGRAMA.
           MOVE WS-CICLO TO SELO-CICLO.
           MOVE WS-QTD-REST TO SELO-QTD.
           MOVE WS-SELO-SOMA-CHAVE TO SELO-SOMA-CHAVE.
           MOVE WS-SELO-SOMA-VALOR TO SELO-SOMA-VALOR.
           MOVE FUNCTION CURRENT-DATE TO SELO-DATA-HORA.

       GRAVAR-AUDITORIA.
           OPEN EXTEND AUDITLOG.
           IF WS-AUD-STATUS NOT EQUAL "00"
           MOVE WS-QTD-REST TO AUD-LIDOS.
           MOVE WS-QTD-REST TO AUD-GRAVADOS.
           MOVE 0 TO AUD-REJEITADOS.
           MOVE WS-QTD-PEND-REST TO AUD-GRAVADOS-2.
           MOVE WS-CICLO TO AUD-CICLO.
           WRITE REG-AUDITLOG FROM LIN-AUDITLOG.
           CLOSE AUDITLOG.
