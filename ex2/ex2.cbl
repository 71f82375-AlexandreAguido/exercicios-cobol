      *outro valor (ou omitido) roda o passo normal (DEC-TO-BIN), que
      *agora tambem confere a quantidade de registros lidos de
      *NUMDEC.DAT contra o cartao de controle opcional NUMCTL.DAT
      *"S" converte valores decimais com sinal e fracao (NUMSFX.DAT)
      *para binario e hexadecimal em complemento de dois, gravando
      *NUMSBIN.DAT e NUMSHEX.DAT, com palavra e bits de fracao do
      *cartao NUMSCTL.DAT; "V" e o passo inverso desse formato
      *(NUMSBIN.DAT -> NUMSDEC2.DAT) e "C" a reconciliacao
      *NUMSFX.DAT x NUMSDEC2.DAT
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           SELECT RECONC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NUMSFX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL NUMSCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCTL-STATUS.

           SELECT NUMSBIN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NUMSHEX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRODECS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NUMSDEC2 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERROBINS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECONCS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CKPT2 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CKPT-STATUS.

             01 REG-RECONC PIC X(80).

      * valor decimal com sinal e parte fracionaria opcional, como
      * vem da interface dos instrumentos: sinal opcional, ate 10
      * digitos inteiros, virgula ou ponto e ate 9 casas decimais,
      * com brancos a esquerda ou a direita (ex.: "-12,375").
           FD NUMSFX
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "NUMSFX.DAT".

             01 REG-NUMSFX.
                02 SFX-TEXTO PIC X(20).

      * cartao de controle dos modos S/V/C: tamanho da palavra (08,
      * 16 ou 32 bits) e quantidade de bits de fracao (menor que a
      * palavra); o mesmo cartao precisa servir aos tres passos.
           FD NUMSCTL
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "NUMSCTL.DAT".

             01 REG-NUMSCTL.
                02 SCTL-BITS PIC 9(2).
                02 SCTL-FRACAO PIC 9(2).

           FD NUMSBIN
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "NUMSBIN.DAT".

             01 REG-NUMSBIN.
                02 SBIN-VALOR PIC X(32).

           FD NUMSHEX
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "NUMSHEX.DAT".

             01 REG-NUMSHEX.
                02 SHEX-VALOR PIC X(8).

           FD ERRODECS
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "ERRODECS.DAT".

             01 REG-ERRODECS PIC X(80).

           FD NUMSDEC2
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "NUMSDEC2.DAT".

             01 REG-NUMSDEC2.
                02 SDEC2-VALOR PIC +9(10),9(9).
                02 SDEC2-X REDEFINES SDEC2-VALOR PIC X(21).

           FD ERROBINS
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "ERROBINS.DAT".

             01 REG-ERROBINS PIC X(80).

           FD RECONCS
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "RECONCS.DAT".

             01 REG-RECONCS PIC X(80).


           WORKING-STORAGE SECTION.
           01  RESTO PIC 9(1).
           77  WS-REC-DIVERG PIC 9(6) VALUE 0.
           77  WS-REC-TAM-DIF PIC X(1) VALUE "N".

      * area de trabalho dos modos S/V/C (ponto fixo com sinal em
      * complemento de dois, palavra de 8/16/32 bits)
           01  BIT-TABLE32.
               05 BIT-ITEM32 PIC 9(1) OCCURS 32 TIMES.
           01  WS-SFX-DIG-AREA.
               05 WS-SFX-DIG PIC 9(1).
               05 WS-SFX-DIG-X REDEFINES WS-SFX-DIG PIC X(1).
           01  WS-SFX-FRAC-AREA.
               05 WS-SFX-FRAC PIC 9(9).
               05 WS-SFX-FRAC-X REDEFINES WS-SFX-FRAC PIC X(9).
           77  FLAG-S PIC 9(1) VALUE 0.
           77  WS-NUM-REG-S PIC 9(6) VALUE 0.
           77  WS-NUM-ERROS-S PIC 9(6) VALUE 0.
           77  WS-SCTL-STATUS PIC X(2).
           77  WS-SCTL-BITS PIC 9(2) VALUE 0.
           77  WS-SCTL-FRACAO PIC 9(2) VALUE 0.
           77  WS-SCTL-NHEX PIC 9(1) VALUE 0.
           77  WS-SFX-ESCALA PIC 9(10) VALUE 0.
           77  WS-SFX-PALAVRA PIC 9(10) VALUE 0.
           77  WS-SFX-LIM-MAX PIC S9(10) VALUE 0.
           77  WS-SFX-LIM-MIN PIC S9(10) VALUE 0.
           77  WS-SFX-POS PIC 9(2).
           77  WS-SFX-FASE PIC X(1).
           77  WS-SFX-SINAL PIC X(1).
           77  WS-SFX-CAR PIC X(1).
           77  WS-SFX-QTD-DIG PIC 9(2).
           77  WS-SFX-QTD-FRAC PIC 9(2).
           77  WS-SFX-INT PIC 9(10).
           77  WS-SFX-VALOR PIC S9(10)V9(9).
           77  WS-SFX-ESCALADO PIC S9(20)V9(9).
           77  WS-SFX-INTEIRO PIC S9(20).
           77  WS-SFX-BRUTO PIC 9(10).
           77  WS-SFX-RESTO PIC 9(1).
           77  WS-SFX-CONT PIC 9(2).
           77  WS-SFX-GRP PIC 9(2).
           77  WS-SFX-HEXDIG PIC 9(2).
           77  WS-SFX-MOTIVO PIC X(25).
           77  FLAG-RECS-A PIC 9(1) VALUE 0.
           77  FLAG-RECS-B PIC 9(1) VALUE 0.
           77  WS-RECS-NUM PIC 9(6) VALUE 0.
           77  WS-RECS-DIVERG PIC 9(6) VALUE 0.
           77  WS-RECS-REJ PIC 9(6) VALUE 0.
           77  WS-RECS-TAM-DIF PIC X(1) VALUE "N".
           77  WS-RECS-VOLTA PIC S9(10)V9(9).

      * AUD-GRAVADOS registra o arquivo de saida principal do passo
      * (NUMBIN no DTOB, NUMDEC2 no BTOD); AUD-GRAVADOS-2 registra o
      * arquivo de saida secundario do mesmo passo (NUMHEX no DTOB;
             02 FILLER PIC X(48) VALUE
                "ARQUIVOS COM QUANTIDADE DE REGISTROS DIFERENTE".

           01 CAB-PALAVRA.
             02 FILLER PIC X(15) VALUE SPACES.
             02 FILLER PIC X(11) VALUE "PALAVRA DE ".
             02 CAB-PAL-BITS PIC Z9.
             02 FILLER PIC X(10) VALUE " BITS COM ".
             02 CAB-PAL-FRACAO PIC Z9.
             02 FILLER PIC X(15) VALUE " BITS DE FRACAO".

           01 CAB-ERROS.
             02 FILLER PIC X(15) VALUE SPACES.
             02 FILLER PIC X(35)
                VALUE "RELATORIO DE ERROS - NUMSFX.DAT".
             02 FILLER PIC X(6) VALUE "CICLO ".
             02 CAB-ERROS-CICLO PIC 9(6).

           01 DET-ERROS.
             02 FILLER PIC X(4) VALUE SPACES.
             02 FILLER PIC X(9) VALUE "REGISTRO ".
             02 DET-NUM-REG-S PIC ZZZ.ZZ9.
             02 FILLER PIC X(7) VALUE " VALOR ".
             02 DET-VALOR-S PIC X(20).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-MOTIVO-S PIC X(25).

           01 TOT-ERROS.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(28) VALUE "TOTAL DE REGISTROS COM ERRO ".
             02 TOT-NUM-ERROS-S PIC ZZZ.ZZ9.

           01 CAB-ERROBS.
             02 FILLER PIC X(15) VALUE SPACES.
             02 FILLER PIC X(35)
                VALUE "RELATORIO DE ERROS - NUMSBIN.DAT".
             02 FILLER PIC X(6) VALUE "CICLO ".
             02 CAB-ERROBS-CICLO PIC 9(6).

           01 DET-ERROBS.
             02 FILLER PIC X(2) VALUE SPACES.
             02 FILLER PIC X(9) VALUE "REGISTRO ".
             02 DET-NUM-REG-V PIC ZZZ.ZZ9.
             02 FILLER PIC X(5) VALUE " BIN=".
             02 DET-VALOR-V PIC X(32).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-MOTIVO-V PIC X(22).

           01 CAB-RECONCS.
             02 FILLER PIC X(15) VALUE SPACES.
             02 FILLER PIC X(45)
                VALUE "RECONCILIACAO NUMSFX.DAT X NUMSDEC2.DAT".
             02 FILLER PIC X(6) VALUE "CICLO ".
             02 CAB-RECONCS-CICLO PIC 9(6).

           01 DET-RECONCS.
             02 FILLER PIC X(2) VALUE SPACES.
             02 FILLER PIC X(9) VALUE "REGISTRO ".
             02 DET-RECS-NUM PIC ZZZ.ZZ9.
             02 FILLER PIC X(6) VALUE " ORIG=".
             02 DET-RECS-ORIG PIC X(20).
             02 FILLER PIC X(7) VALUE " VOLTA=".
             02 DET-RECS-VOLTA PIC X(21).

           01 TOT-RECONCS-REJ.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(32) VALUE
                "TOTAL REJEITADOS NA CONVERSAO ".
             02 TOT-RECS-REJ PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       PROG-COBOL.
           ACCEPT WS-MODO FROM COMMAND-LINE.
               PERFORM DEC-TO-BIN-WIDE-PASS
             WHEN "R" WHEN "r"
               PERFORM RECONCILIA-PASS
             WHEN "S" WHEN "s"
               PERFORM DEC-TO-BIN-SINAL-PASS
             WHEN "V" WHEN "v"
               PERFORM BIN-TO-DEC-SINAL-PASS
             WHEN "C" WHEN "c"
               PERFORM RECONCILIA-SINAL-PASS
             WHEN OTHER
               PERFORM DEC-TO-BIN-PASS
           END-EVALUATE.
           MOVE WS-CICLO-NUM TO CAB-ERRO-CICLO.
           MOVE WS-CICLO-NUM TO CAB-ERRO2-CICLO.
           MOVE WS-CICLO-NUM TO CAB-RECONC-CICLO.
           MOVE WS-CICLO-NUM TO CAB-ERROS-CICLO.
           MOVE WS-CICLO-NUM TO CAB-ERROBS-CICLO.
           MOVE WS-CICLO-NUM TO CAB-RECONCS-CICLO.

      * cartao de controle opcional com a quantidade esperada de
      * registros em NUMDEC.DAT; reaberto a cada execucao (inclusive
           PERFORM GRAVAR-AUDITORIA.
           CLOSE NUMDEC NUMDEC2 RECONC.
           STOP RUN.

      ******************************************************
      * MODO S: NUMSFX.DAT -> NUMSBIN.DAT/NUMSHEX.DAT
      * valores com sinal e fracao em complemento de dois, na
      * palavra e com os bits de fracao do cartao NUMSCTL.DAT.
      * sem checkpoint/restart, como o modo W. valor fora da faixa
      * da palavra ou que nao cabe exato nos bits de fracao vai
      * para ERRODECS.DAT com o motivo, e a posicao e preenchida
      * com 9/X nas saidas para o passo V e a reconciliacao
      * continuarem alinhados registro a registro.
      ******************************************************
       DEC-TO-BIN-SINAL-PASS.
           PERFORM INICIO-SINAL.
           PERFORM PRINCIPAL-SINAL UNTIL FLAG-S EQUAL 1.
           PERFORM FIM-SINAL.

       INICIO-SINAL.
           MOVE 0 TO FLAG-S.
           MOVE 0 TO WS-NUM-REG-S.
           MOVE 0 TO WS-NUM-ERROS-S.
           PERFORM LER-CONTROLE-SINAL.
           OPEN INPUT NUMSFX OUTPUT NUMSBIN NUMSHEX ERRODECS.
           WRITE REG-ERRODECS FROM CAB-ERROS.
           WRITE REG-ERRODECS FROM CAB-PALAVRA.

      * cartao obrigatorio nos modos S/V/C: sem ele nao ha como saber
      * a palavra nem a posicao da virgula binaria, entao o passo
      * termina com RC=8 em vez de converter com um formato suposto.
       LER-CONTROLE-SINAL.
           MOVE 0 TO WS-SCTL-BITS.
           MOVE 0 TO WS-SCTL-FRACAO.
           OPEN INPUT NUMSCTL.
           IF WS-SCTL-STATUS EQUAL "00"
             READ NUMSCTL
               AT END CONTINUE
               NOT AT END
                 IF SCTL-BITS IS NUMERIC AND SCTL-FRACAO IS NUMERIC
                   MOVE SCTL-BITS TO WS-SCTL-BITS
                   MOVE SCTL-FRACAO TO WS-SCTL-FRACAO
                 END-IF
             END-READ
             CLOSE NUMSCTL.
           IF WS-SCTL-BITS NOT EQUAL 8 AND WS-SCTL-BITS NOT EQUAL 16
              AND WS-SCTL-BITS NOT EQUAL 32
             DISPLAY "ERRO: NUMSCTL.DAT AUSENTE OU PALAVRA INVALIDA"
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           IF WS-SCTL-FRACAO NOT < WS-SCTL-BITS
             DISPLAY "ERRO: NUMSCTL.DAT COM BITS DE FRACAO INVALIDOS"
             MOVE 8 TO RETURN-CODE
             STOP RUN.
           COMPUTE WS-SFX-ESCALA = 2 ** WS-SCTL-FRACAO.
           COMPUTE WS-SFX-PALAVRA = 2 ** WS-SCTL-BITS.
           COMPUTE WS-SFX-LIM-MAX = WS-SFX-PALAVRA / 2 - 1.
           COMPUTE WS-SFX-LIM-MIN = 0 - WS-SFX-PALAVRA / 2.
           DIVIDE WS-SCTL-BITS BY 4 GIVING WS-SCTL-NHEX.
           MOVE WS-SCTL-BITS TO CAB-PAL-BITS.
           MOVE WS-SCTL-FRACAO TO CAB-PAL-FRACAO.

       LEITURA-SINAL.
           READ NUMSFX AT END MOVE 1 TO FLAG-S.

       PRINCIPAL-SINAL.
           PERFORM LEITURA-SINAL.
           IF FLAG-S EQUAL 1 PERFORM FIM-SINAL.
           COMPUTE WS-NUM-REG-S = WS-NUM-REG-S + 1.
           PERFORM VALIDAR-SINAL.
           IF WS-SFX-MOTIVO NOT EQUAL SPACES
             PERFORM GRAVA-ERRO-SINAL
           ELSE
             PERFORM MONTAR-BITS-SINAL
             PERFORM GRAVAR-SINAL.

      * usado tambem pela reconciliacao (modo C) para saber se o
      * registro original foi aceito pelo passo S; deixa o valor em
      * WS-SFX-VALOR e o valor escalado (inteiro) em WS-SFX-INTEIRO.
       VALIDAR-SINAL.
           MOVE SPACES TO WS-SFX-MOTIVO.
           PERFORM ANALISAR-VALOR-SINAL.
           IF WS-SFX-MOTIVO EQUAL SPACES
             PERFORM ESCALAR-VALOR-SINAL.

       ANALISAR-VALOR-SINAL.
           MOVE "I" TO WS-SFX-FASE.
           MOVE "+" TO WS-SFX-SINAL.
           MOVE 0 TO WS-SFX-INT.
           MOVE 0 TO WS-SFX-QTD-DIG.
           MOVE 0 TO WS-SFX-QTD-FRAC.
           MOVE 0 TO WS-SFX-FRAC.
           PERFORM ANALISAR-CARACTERE
             VARYING WS-SFX-POS FROM 1 BY 1
             UNTIL WS-SFX-POS > 20 OR WS-SFX-MOTIVO NOT EQUAL SPACES.
           IF WS-SFX-MOTIVO EQUAL SPACES AND WS-SFX-QTD-DIG EQUAL 0
             MOVE "FORMATO INVALIDO" TO WS-SFX-MOTIVO.
           IF WS-SFX-MOTIVO EQUAL SPACES
             COMPUTE WS-SFX-VALOR =
                     WS-SFX-INT + WS-SFX-FRAC / 1000000000
             IF WS-SFX-SINAL EQUAL "-"
               COMPUTE WS-SFX-VALOR = 0 - WS-SFX-VALOR.

      * fases: I = brancos iniciais, S = depois do sinal, N = parte
      * inteira, F = parte fracionaria, T = brancos finais.
       ANALISAR-CARACTERE.
           MOVE SFX-TEXTO(WS-SFX-POS:1) TO WS-SFX-CAR.
           EVALUATE TRUE
             WHEN WS-SFX-CAR EQUAL SPACE
               IF WS-SFX-FASE EQUAL "N" OR WS-SFX-FASE EQUAL "F"
                 MOVE "T" TO WS-SFX-FASE
               ELSE
                 IF WS-SFX-FASE EQUAL "S"
                   MOVE "FORMATO INVALIDO" TO WS-SFX-MOTIVO
                 END-IF
               END-IF
             WHEN WS-SFX-CAR EQUAL "+" OR WS-SFX-CAR EQUAL "-"
               IF WS-SFX-FASE EQUAL "I"
                 MOVE WS-SFX-CAR TO WS-SFX-SINAL
                 MOVE "S" TO WS-SFX-FASE
               ELSE
                 MOVE "FORMATO INVALIDO" TO WS-SFX-MOTIVO
               END-IF
             WHEN WS-SFX-CAR EQUAL "," OR WS-SFX-CAR EQUAL "."
               IF WS-SFX-FASE EQUAL "I" OR WS-SFX-FASE EQUAL "S"
                  OR WS-SFX-FASE EQUAL "N"
                 MOVE "F" TO WS-SFX-FASE
               ELSE
                 MOVE "FORMATO INVALIDO" TO WS-SFX-MOTIVO
               END-IF
             WHEN WS-SFX-CAR IS NUMERIC
               PERFORM ACUMULAR-DIGITO-SINAL
             WHEN OTHER
               MOVE "FORMATO INVALIDO" TO WS-SFX-MOTIVO
           END-EVALUATE.

      * zeros alem da nona casa decimal nao mudam o valor e sao
      * ignorados; qualquer outro digito ali nao cabe em NUMSDEC2.DAT
      * e o registro e rejeitado.
       ACUMULAR-DIGITO-SINAL.
           MOVE WS-SFX-CAR TO WS-SFX-DIG-X.
           COMPUTE WS-SFX-QTD-DIG = WS-SFX-QTD-DIG + 1.
           EVALUATE WS-SFX-FASE
             WHEN "I" WHEN "S" WHEN "N"
               MOVE "N" TO WS-SFX-FASE
               IF WS-SFX-INT > 999999999
                 MOVE "FORA DA FAIXA DA PALAVRA" TO WS-SFX-MOTIVO
               ELSE
                 COMPUTE WS-SFX-INT = WS-SFX-INT * 10 + WS-SFX-DIG
               END-IF
             WHEN "F"
               IF WS-SFX-QTD-FRAC < 9
                 COMPUTE WS-SFX-QTD-FRAC = WS-SFX-QTD-FRAC + 1
                 MOVE WS-SFX-DIG-X TO WS-SFX-FRAC-X(WS-SFX-QTD-FRAC:1)
               ELSE
                 IF WS-SFX-DIG NOT EQUAL 0
                   MOVE "CASAS DECIMAIS EM EXCESSO" TO WS-SFX-MOTIVO
                 END-IF
               END-IF
             WHEN OTHER
               MOVE "FORMATO INVALIDO" TO WS-SFX-MOTIVO
           END-EVALUATE.

      * o valor escalado por 2 elevado aos bits de fracao precisa ser
      * inteiro (senao a fracao se perderia) e caber na palavra com
      * sinal, de -2**(n-1) a 2**(n-1)-1.
       ESCALAR-VALOR-SINAL.
           COMPUTE WS-SFX-ESCALADO = WS-SFX-VALOR * WS-SFX-ESCALA.
           MOVE WS-SFX-ESCALADO TO WS-SFX-INTEIRO.
           IF WS-SFX-INTEIRO > WS-SFX-LIM-MAX
              OR WS-SFX-INTEIRO < WS-SFX-LIM-MIN
             MOVE "FORA DA FAIXA DA PALAVRA" TO WS-SFX-MOTIVO
           ELSE
             IF WS-SFX-ESCALADO NOT EQUAL WS-SFX-INTEIRO
               MOVE "PERDA DE PRECISAO" TO WS-SFX-MOTIVO.

      * negativo em complemento de dois: soma 2**n ao valor escalado
      * e converte o resultado como numero sem sinal de n bits.
       MONTAR-BITS-SINAL.
           IF WS-SFX-INTEIRO < 0
             COMPUTE WS-SFX-BRUTO = WS-SFX-INTEIRO + WS-SFX-PALAVRA
           ELSE
             MOVE WS-SFX-INTEIRO TO WS-SFX-BRUTO.
           MOVE ZEROS TO BIT-TABLE32.
           MOVE WS-SCTL-BITS TO WS-SFX-CONT.
           PERFORM DEC-TO-BIN-SINAL UNTIL WS-SFX-CONT EQUAL 0.

       DEC-TO-BIN-SINAL.
           DIVIDE WS-SFX-BRUTO BY 2 GIVING WS-SFX-BRUTO
             REMAINDER WS-SFX-RESTO.
           MOVE WS-SFX-RESTO TO BIT-ITEM32(WS-SFX-CONT).
           COMPUTE WS-SFX-CONT = WS-SFX-CONT - 1.

       GRAVAR-SINAL.
           MOVE SPACES TO REG-NUMSBIN.
           MOVE BIT-TABLE32(1:WS-SCTL-BITS) TO SBIN-VALOR.
           WRITE REG-NUMSBIN.
           MOVE SPACES TO REG-NUMSHEX.
           PERFORM MONTAR-HEX-SINAL
             VARYING WS-SFX-GRP FROM 1 BY 1
             UNTIL WS-SFX-GRP > WS-SCTL-NHEX.
           WRITE REG-NUMSHEX.

       MONTAR-HEX-SINAL.
           COMPUTE WS-SFX-CONT = (WS-SFX-GRP - 1) * 4 + 1.
           COMPUTE WS-SFX-HEXDIG = BIT-ITEM32(WS-SFX-CONT) * 8
                                 + BIT-ITEM32(WS-SFX-CONT + 1) * 4
                                 + BIT-ITEM32(WS-SFX-CONT + 2) * 2
                                 + BIT-ITEM32(WS-SFX-CONT + 3).
           MOVE HEX-DIGIT(WS-SFX-HEXDIG + 1)
             TO SHEX-VALOR(WS-SFX-GRP:1).

       GRAVA-ERRO-SINAL.
           COMPUTE WS-NUM-ERROS-S = WS-NUM-ERROS-S + 1.
           MOVE WS-NUM-REG-S TO DET-NUM-REG-S.
           MOVE SFX-TEXTO TO DET-VALOR-S.
           MOVE WS-SFX-MOTIVO TO DET-MOTIVO-S.
           WRITE REG-ERRODECS FROM DET-ERROS.
           MOVE SPACES TO REG-NUMSBIN.
           MOVE ALL "9" TO SBIN-VALOR(1:WS-SCTL-BITS).
           WRITE REG-NUMSBIN.
           MOVE SPACES TO REG-NUMSHEX.
           MOVE ALL "X" TO SHEX-VALOR(1:WS-SCTL-NHEX).
           WRITE REG-NUMSHEX.

       FIM-SINAL.
           MOVE WS-NUM-ERROS-S TO TOT-NUM-ERROS-S.
           WRITE REG-ERRODECS FROM TOT-ERROS.
           MOVE SPACES TO LIN-AUDITLOG.
           MOVE "EX2-STOB" TO AUD-PROGRAMA.
           MOVE WS-NUM-REG-S TO AUD-LIDOS.
           MOVE WS-NUM-REG-S TO AUD-GRAVADOS.
           MOVE WS-NUM-ERROS-S TO AUD-REJEITADOS.
           MOVE AUD-GRAVADOS TO AUD-GRAVADOS-2.
           PERFORM GRAVAR-AUDITORIA.
           CLOSE NUMSFX NUMSBIN NUMSHEX ERRODECS.
           STOP RUN.

      ******************************************************
      * MODO V: NUMSBIN.DAT -> NUMSDEC2.DAT
      * passo inverso do modo S, com o mesmo cartao NUMSCTL.DAT.
      * binario invalido (inclusive as posicoes 9 deixadas pelo
      * passo S) vai para ERROBINS.DAT e a linha de NUMSDEC2.DAT
      * sai com asteriscos, mantendo o alinhamento.
      ******************************************************
       BIN-TO-DEC-SINAL-PASS.
           PERFORM INICIO-VSINAL.
           PERFORM PRINCIPAL-VSINAL UNTIL FLAG-S EQUAL 1.
           PERFORM FIM-VSINAL.

       INICIO-VSINAL.
           MOVE 0 TO FLAG-S.
           MOVE 0 TO WS-NUM-REG-S.
           MOVE 0 TO WS-NUM-ERROS-S.
           PERFORM LER-CONTROLE-SINAL.
           OPEN INPUT NUMSBIN OUTPUT NUMSDEC2 ERROBINS.
           WRITE REG-ERROBINS FROM CAB-ERROBS.
           WRITE REG-ERROBINS FROM CAB-PALAVRA.

       LEITURA-VSINAL.
           READ NUMSBIN AT END MOVE 1 TO FLAG-S.

       PRINCIPAL-VSINAL.
           PERFORM LEITURA-VSINAL.
           IF FLAG-S EQUAL 1 PERFORM FIM-VSINAL.
           COMPUTE WS-NUM-REG-S = WS-NUM-REG-S + 1.
           PERFORM BIN-TO-DEC-SINAL.
           IF WS-SFX-MOTIVO NOT EQUAL SPACES
             PERFORM GRAVA-ERRO-VSINAL
           ELSE
             MOVE WS-SFX-VALOR TO SDEC2-VALOR.
           WRITE REG-NUMSDEC2.

      * o primeiro bit ligado indica negativo: o valor sem sinal
      * acima do maximo positivo da palavra perde 2**n. a divisao
      * pelos bits de fracao precisa ser exata nas 9 casas de
      * NUMSDEC2.DAT.
       BIN-TO-DEC-SINAL.
           MOVE SPACES TO WS-SFX-MOTIVO.
           MOVE 0 TO WS-SFX-BRUTO.
           IF WS-SCTL-BITS < 32
             IF SBIN-VALOR(WS-SCTL-BITS + 1:) NOT EQUAL SPACES
               MOVE "BINARIO INVALIDO" TO WS-SFX-MOTIVO.
           PERFORM SOMA-BIT-SINAL
             VARYING WS-SFX-POS FROM 1 BY 1
             UNTIL WS-SFX-POS > WS-SCTL-BITS.
           IF WS-SFX-MOTIVO EQUAL SPACES
             IF WS-SFX-BRUTO > WS-SFX-LIM-MAX
               COMPUTE WS-SFX-INTEIRO = WS-SFX-BRUTO - WS-SFX-PALAVRA
             ELSE
               MOVE WS-SFX-BRUTO TO WS-SFX-INTEIRO
             END-IF
             COMPUTE WS-SFX-VALOR = WS-SFX-INTEIRO / WS-SFX-ESCALA
             COMPUTE WS-SFX-ESCALADO = WS-SFX-VALOR * WS-SFX-ESCALA
             IF WS-SFX-ESCALADO NOT EQUAL WS-SFX-INTEIRO
               MOVE "PERDA DE PRECISAO" TO WS-SFX-MOTIVO.

       SOMA-BIT-SINAL.
           MOVE SBIN-VALOR(WS-SFX-POS:1) TO WS-SFX-CAR.
           IF WS-SFX-CAR EQUAL "0" OR WS-SFX-CAR EQUAL "1"
             MOVE WS-SFX-CAR TO WS-SFX-DIG-X
             COMPUTE WS-SFX-BRUTO = WS-SFX-BRUTO * 2 + WS-SFX-DIG
           ELSE
             MOVE "BINARIO INVALIDO" TO WS-SFX-MOTIVO.

       GRAVA-ERRO-VSINAL.
           COMPUTE WS-NUM-ERROS-S = WS-NUM-ERROS-S + 1.
           MOVE WS-NUM-REG-S TO DET-NUM-REG-V.
           MOVE SBIN-VALOR TO DET-VALOR-V.
           MOVE WS-SFX-MOTIVO TO DET-MOTIVO-V.
           WRITE REG-ERROBINS FROM DET-ERROBS.
           MOVE ALL "*" TO SDEC2-X.

       FIM-VSINAL.
           MOVE WS-NUM-ERROS-S TO TOT-NUM-ERROS-S.
           WRITE REG-ERROBINS FROM TOT-ERROS.
           MOVE SPACES TO LIN-AUDITLOG.
           MOVE "EX2-BTOS" TO AUD-PROGRAMA.
           MOVE WS-NUM-REG-S TO AUD-LIDOS.
           MOVE WS-NUM-REG-S TO AUD-GRAVADOS.
           MOVE WS-NUM-ERROS-S TO AUD-REJEITADOS.
           MOVE 0 TO AUD-GRAVADOS-2.
           PERFORM GRAVAR-AUDITORIA.
           CLOSE NUMSBIN NUMSDEC2 ERROBINS.
           STOP RUN.

      ******************************************************
      * MODO C: RECONCILIACAO NUMSFX.DAT X NUMSDEC2.DAT
      * revalida cada valor original como no modo S: o aceito
      * precisa voltar igual do passo V; o rejeitado na conversao
      * so e contado, e diverge apenas se o passo V devolveu valor
      * para ele.
      ******************************************************
       RECONCILIA-SINAL-PASS.
           PERFORM INICIO-RECONS.
           PERFORM PRINCIPAL-RECONS
             UNTIL FLAG-RECS-A EQUAL 1 OR FLAG-RECS-B EQUAL 1.
           PERFORM FIM-RECONS.

       INICIO-RECONS.
           MOVE 0 TO FLAG-RECS-A.
           MOVE 0 TO FLAG-RECS-B.
           MOVE 0 TO WS-RECS-NUM.
           MOVE 0 TO WS-RECS-DIVERG.
           MOVE 0 TO WS-RECS-REJ.
           MOVE "N" TO WS-RECS-TAM-DIF.
           PERFORM LER-CONTROLE-SINAL.
           OPEN INPUT NUMSFX NUMSDEC2 OUTPUT RECONCS.
           WRITE REG-RECONCS FROM CAB-RECONCS.
           WRITE REG-RECONCS FROM CAB-PALAVRA.

       LEITURA-RECONS-A.
           READ NUMSFX AT END MOVE 1 TO FLAG-RECS-A.

       LEITURA-RECONS-B.
           READ NUMSDEC2 AT END MOVE 1 TO FLAG-RECS-B.

       PRINCIPAL-RECONS.
           PERFORM LEITURA-RECONS-A.
           PERFORM LEITURA-RECONS-B.
           IF FLAG-RECS-A EQUAL 1 OR FLAG-RECS-B EQUAL 1
             IF FLAG-RECS-A NOT EQUAL FLAG-RECS-B
               MOVE "S" TO WS-RECS-TAM-DIF
             END-IF
             PERFORM FIM-RECONS
           END-IF.
           COMPUTE WS-RECS-NUM = WS-RECS-NUM + 1.
           PERFORM VALIDAR-SINAL.
           IF WS-SFX-MOTIVO NOT EQUAL SPACES
             COMPUTE WS-RECS-REJ = WS-RECS-REJ + 1
             IF SDEC2-X NOT EQUAL ALL "*"
               PERFORM GRAVA-DIVERGENCIA-SINAL
             END-IF
           ELSE
             IF SDEC2-X EQUAL ALL "*"
               PERFORM GRAVA-DIVERGENCIA-SINAL
             ELSE
               MOVE SDEC2-VALOR TO WS-RECS-VOLTA
               IF WS-RECS-VOLTA NOT EQUAL WS-SFX-VALOR
                 PERFORM GRAVA-DIVERGENCIA-SINAL.

       GRAVA-DIVERGENCIA-SINAL.
           COMPUTE WS-RECS-DIVERG = WS-RECS-DIVERG + 1.
           MOVE WS-RECS-NUM TO DET-RECS-NUM.
           MOVE SFX-TEXTO TO DET-RECS-ORIG.
           MOVE SDEC2-X TO DET-RECS-VOLTA.
           WRITE REG-RECONCS FROM DET-RECONCS.

       FIM-RECONS.
           MOVE WS-RECS-DIVERG TO TOT-REC-DIVERG.
           WRITE REG-RECONCS FROM TOT-RECONC.
           MOVE WS-RECS-REJ TO TOT-RECS-REJ.
           WRITE REG-RECONCS FROM TOT-RECONCS-REJ.
           IF WS-RECS-TAM-DIF EQUAL "S"
             WRITE REG-RECONCS FROM TOT-RECONC2.
           MOVE SPACES TO LIN-AUDITLOG.
           MOVE "EX2-RECS" TO AUD-PROGRAMA.
           MOVE WS-RECS-NUM TO AUD-LIDOS.
           MOVE WS-RECS-NUM TO AUD-GRAVADOS.
           MOVE WS-RECS-DIVERG TO AUD-REJEITADOS.
           MOVE 0 TO AUD-GRAVADOS-2.
           PERFORM GRAVAR-AUDITORIA.
           CLOSE NUMSFX NUMSDEC2 RECONCS.
           STOP RUN.
