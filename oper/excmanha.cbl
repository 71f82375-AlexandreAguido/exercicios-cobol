       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCMANHA.
      *este programa e a bancada de excecoes da manha: le, depois do
      *job, todos os relatorios de excecao e arquivos de suspensos
      *da noite (conversao, escola, folha e retorno do banco) e gera
      *um relatorio unico RELEXC.DAT, agrupado por area e ordenado
      *pela chave (matricula, codigo do funcionario, turma ou numero
      *do registro), em vez da operacao abrir arquivo por arquivo.
      *mantem o historico EXCHIST.DAT entre ciclos, com o ciclo da
      *primeira e da ultima ocorrencia de cada chave por arquivo de
      *origem, para mostrar ha quantas noites seguidas a mesma chave
      *volta rejeitada. movimento suspenso (MOVSUSP, MOVTSUSP,
      *MOVFSUSP, MOVCSUSP) e credito rejeitado pelo banco (RELRET)
      *ficam em aberto no historico mesmo nas noites em que nao
      *reaparecem, ate o movimento ser reaplicado (chave no MOVHIST/
      *MOVTHIST/MOVFHIST/MOVCHIST da noite) ou o credito ser
      *efetivado (ocorrencia "00" no RETBANCO.DAT); os demais itens
      *saem do historico na primeira noite sem rejeicao. tudo o que
      *esta em aberto ha N ciclos ou mais (cartao PARMEXC.DAT, 3
      *sem cartao) e repetido no topo do relatorio como escalado, e
      *o passo termina com RC=4 quando ha item escalado.
      *arquivo de origem ausente na noite nao encerra nada: os itens
      *dele ficam no historico como estavam. o mesmo vale para o
      *arquivo cujo programa gerador nao deixou linha no AUDITLOG.DAT
      *com o ciclo da noite: o arquivo que ficou em disco e o da
      *ultima rodada desse programa e nao e lido de novo.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
      * arquivo de excecao ou de resolucao da vez, lido como linha de
      * 80 posicoes; ASSIGN por variavel, como as copias BKPALU, para
      * percorrer a lista TAB-ARQ com um unico SELECT.
           SELECT EXCARQ ASSIGN TO WS-EXC-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXC-STATUS.

           SELECT EXCHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HST-STATUS.

           SELECT OPTIONAL PARMEXC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEXC-STATUS.

           SELECT RELEXC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.

           SELECT OPTIONAL CICLOCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CICLO-STATUS.

       DATA DIVISION.

       FILE SECTION.
           FD EXCARQ
             LABEL RECORD IS OMITTED.

             01 REG-EXCARQ PIC X(80).

      * uma linha por chave em aberto: area (1 conversao, 2 escola,
      * 3 folha, 4 banco), chave, arquivo de origem, ultimo motivo,
      * se fica em aberto ate ser resolvido (S) ou so enquanto
      * reaparece (N), ciclo da primeira e da ultima ocorrencia e
      * noites seguidas com ocorrencia.
           FD EXCHIST
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "EXCHIST.DAT".

             01 REG-EXCHIST.
                02 HST-AREA PIC 9(1).
                02 HST-CHAVE PIC X(8).
                02 HST-ORIGEM PIC X(9).
                02 HST-MOTIVO PIC X(30).
                02 HST-PERSISTE PIC X(1).
                02 HST-PRIM-CICLO PIC 9(6).
                02 HST-ULT-CICLO PIC 9(6).
                02 HST-SEGUIDAS PIC 9(4).

      * quantidade de ciclos em aberto a partir da qual o item e
      * escalado; sem cartao ou com valor zerado vale 3.
           FD PARMEXC
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "PARMEXC.DAT".

             01 REG-PARMEXC.
                02 PEXC-CICLOS PIC 9(2).

           FD RELEXC
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "RELEXC.DAT".

             01 REG-RELEXC PIC X(80).

           FD AUDITLOG
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "AUDITLOG.DAT".

             01 REG-AUDITLOG PIC X(80).

      * cartao de ciclo compartilhado pelo job: numero da execucao e
      * data de processamento; as noites seguidas sao contadas pelo
      * numero do ciclo, entao um rerun no mesmo ciclo nao conta a
      * mesma noite duas vezes.
           FD CICLOCTL
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "CICLOCTL.DAT".

             01 REG-CICLOCTL.
                02 CICLO-NUM PIC 9(6).
                02 CICLO-DATA PIC 9(8).

           WORKING-STORAGE SECTION.
           77 FLAG-ARQ PIC 9(1) VALUE 0.
           77 FLAG-HST PIC 9(1) VALUE 0.
           77 FLAG-AUD PIC 9(1) VALUE 0.
           77 WS-EXC-STATUS PIC X(2).
           77 WS-HST-STATUS PIC X(2).
           77 WS-PEXC-STATUS PIC X(2).
           77 WS-AUD-STATUS PIC X(2).
           77 WS-AUD-DATA-HORA PIC X(21).
           77 WS-CICLO-STATUS PIC X(2).
           77 WS-CICLO-NUM PIC 9(6) VALUE 0.
           77 WS-CICLO-DATA PIC 9(8) VALUE 0.
           77 WS-CICLOS-ESCALA PIC 9(2) VALUE 3.
           77 WS-IDX-ARQ PIC 9(2) VALUE 0.
           77 WS-QTD-ARQ PIC 9(2) VALUE 19.
           77 WS-IDX PIC 9(4) VALUE 0.
           77 WS-IDX2 PIC 9(4) VALUE 0.
           77 WS-QTD-TAB PIC 9(4) VALUE 0.
           77 WS-MAX-TAB PIC 9(4) VALUE 2000.
           77 WS-ACHOU PIC X(1) VALUE "N".
           77 WS-TROCOU PIC X(1) VALUE "N".
           77 WS-CHAVE PIC X(8).
           77 WS-MOTIVO PIC X(30).
           77 WS-RES-CHAVE PIC X(8).
           77 WS-AREA-ATUAL PIC 9(1) VALUE 0.
           77 WS-QTD-LIDOS PIC 9(6) VALUE 0.
           77 WS-QTD-ABERTOS PIC 9(6) VALUE 0.
           77 WS-QTD-ESCALADOS PIC 9(6) VALUE 0.
           77 WS-QTD-RESOLVIDOS PIC 9(6) VALUE 0.
           77 WS-QTD-GRAV-HST PIC 9(6) VALUE 0.
           77 WS-AREA-ABERTOS PIC 9(4) VALUE 0.
           77 WS-AREA-NOVOS PIC 9(4) VALUE 0.
           77 WS-AREA-RESOLV PIC 9(4) VALUE 0.
           77 WS-AREA-LINHAS PIC 9(4) VALUE 0.
           01 WS-EXC-NOME PIC X(13) VALUE SPACES.
           01 WS-EXC-LINHA PIC X(80).

      * arquivos lidos pela bancada, na ordem do relatorio: nome,
      * origem, area, se o item fica em aberto ate ser resolvido e,
      * para esses, o arquivo da noite que comprova a resolucao e a
      * posicao/tamanho da chave nele.
           01 TAB-ARQ-VAL.
             02 FILLER PIC X(24) VALUE "ERRODEC.DAT  ERRODEC  1N".
             02 FILLER PIC X(16) VALUE "             000".
             02 FILLER PIC X(24) VALUE "ERROBIN.DAT  ERROBIN  1N".
             02 FILLER PIC X(16) VALUE "             000".
             02 FILLER PIC X(24) VALUE "EXCALU.DAT   EXCALU   2N".
             02 FILLER PIC X(16) VALUE "             000".
             02 FILLER PIC X(24) VALUE "EXCFREQ.DAT  EXCFREQ  2N".
             02 FILLER PIC X(16) VALUE "             000".
             02 FILLER PIC X(24) VALUE "EXCBOL.DAT   EXCBOL   2N".
             02 FILLER PIC X(16) VALUE "             000".
             02 FILLER PIC X(24) VALUE "ERROMANUT.DATERROMANUT2N".
             02 FILLER PIC X(16) VALUE "             000".
             02 FILLER PIC X(24) VALUE "MOVSUSP.DAT  MOVSUSP  2S".
             02 FILLER PIC X(16) VALUE "MOVHIST.DAT  026".
             02 FILLER PIC X(24) VALUE "ERROMTUR.DAT ERROMTUR 2N".
             02 FILLER PIC X(16) VALUE "             000".
             02 FILLER PIC X(24) VALUE "MOVTSUSP.DAT MOVTSUSP 2S".
             02 FILLER PIC X(16) VALUE "MOVTHIST.DAT 023".
             02 FILLER PIC X(24) VALUE "ERROCHAM.DAT ERROCHAM 2N".
             02 FILLER PIC X(16) VALUE "             000".
             02 FILLER PIC X(24) VALUE "CHAMSUSP.DAT CHAMSUSP 2N".
             02 FILLER PIC X(16) VALUE "             000".
             02 FILLER PIC X(24) VALUE "ERROMFUNC.DATERROMFUNC3N".
             02 FILLER PIC X(16) VALUE "             000".
             02 FILLER PIC X(24) VALUE "MOVFSUSP.DAT MOVFSUSP 3S".
             02 FILLER PIC X(16) VALUE "MOVFHIST.DAT 025".
             02 FILLER PIC X(24) VALUE "ERROMCONS.DATERROMCONS3N".
             02 FILLER PIC X(16) VALUE "             000".
             02 FILLER PIC X(24) VALUE "MOVCSUSP.DAT MOVCSUSP 3S".
             02 FILLER PIC X(16) VALUE "MOVCHIST.DAT 145".
             02 FILLER PIC X(24) VALUE "ERROMOV.DAT  ERROMOV  3N".
             02 FILLER PIC X(16) VALUE "             000".
             02 FILLER PIC X(24) VALUE "ERROFER.DAT  ERROFER  3N".
             02 FILLER PIC X(16) VALUE "             000".
             02 FILLER PIC X(24) VALUE "ERRORESC.DAT ERRORESC 3N".
             02 FILLER PIC X(16) VALUE "             000".
             02 FILLER PIC X(24) VALUE "RELRET.DAT   RELRET   4S".
             02 FILLER PIC X(16) VALUE "RETBANCO.DAT 025".
           01 TAB-ARQ REDEFINES TAB-ARQ-VAL.
             02 TAB-ARQ-ITEM OCCURS 19 TIMES.
                03 TAB-ARQ-NOME PIC X(13).
                03 TAB-ARQ-ORIGEM PIC X(9).
                03 TAB-ARQ-AREA PIC 9(1).
                03 TAB-ARQ-PERSISTE PIC X(1).
                03 TAB-ARQ-RESOLVE PIC X(13).
                03 TAB-ARQ-RES-POS PIC 9(2).
                03 TAB-ARQ-RES-TAM PIC 9(1).

      * programa que gera cada arquivo da lista, na mesma ordem, com
      * o nome que ele grava em AUD-PROGRAMA.
           01 TAB-PROD-VAL.
             02 FILLER PIC X(16) VALUE "EX2-DTOBEX2-BTOD".
             02 FILLER PIC X(16) VALUE "EX3     EX3     ".
             02 FILLER PIC X(16) VALUE "BOLETIM MANUTALU".
             02 FILLER PIC X(16) VALUE "MANUTALUMANUTTUR".
             02 FILLER PIC X(16) VALUE "MANUTTURFREQDIA ".
             02 FILLER PIC X(16) VALUE "FREQDIA MANUTFUN".
             02 FILLER PIC X(16) VALUE "MANUTFUNMANUTCON".
             02 FILLER PIC X(16) VALUE "MANUTCONEX4     ".
             02 FILLER PIC X(16) VALUE "EX4-FER EX4-RESC".
             02 FILLER PIC X(8) VALUE "RETBANCO".
           01 TAB-PROD REDEFINES TAB-PROD-VAL.
             02 TAB-ARQ-PROD PIC X(8) OCCURS 19 TIMES.

      * situacao do arquivo na noite: S lido, N ausente, C nao gerado
      * no ciclo (sem linha do programa gerador no AUDITLOG.DAT).
           01 TAB-ARQ-SIT.
             02 TAB-ARQ-LIDO PIC X(1) OCCURS 19 TIMES.

           01 TAB-AREA-VAL PIC X(36)
              VALUE "CONVERSAOESCOLA   FOLHA    BANCO    ".
           01 TAB-AREA REDEFINES TAB-AREA-VAL.
             02 TAB-AREA-NOME PIC X(9) OCCURS 4 TIMES.

      * historico carregado mais as ocorrencias da noite. situacao:
      * N novo, R repetido, P pendente (suspenso ou credito ainda nao
      * resolvido, sem ocorrencia nesta noite), M mantido (arquivo de
      * origem ausente na noite), S resolvido nesta noite, X sem
      * ocorrencia nesta noite (sai do historico sem ser listado).
           01 TAB-EXC.
             02 TAB-EXC-ITEM OCCURS 2000 TIMES.
                03 TAB-ORDEM.
                   04 TAB-AREA-EXC PIC 9(1).
                   04 TAB-CHAVE PIC X(8).
                   04 TAB-ORIGEM PIC X(9).
                03 TAB-MOTIVO PIC X(30).
                03 TAB-PERSISTE PIC X(1).
                03 TAB-PRIM-CICLO PIC 9(6).
                03 TAB-ULT-CICLO PIC 9(6).
                03 TAB-SEGUIDAS PIC 9(4).
                03 TAB-VISTO PIC X(1).
                03 TAB-SITUACAO PIC X(1).
                03 TAB-NOITES PIC 9(4).
           01 WS-EXC-TROCA PIC X(71).

      * AUD-LIDOS registra as linhas de excecao lidas na noite,
      * AUD-GRAVADOS os itens gravados em EXCHIST.DAT, AUD-REJEITADOS
      * os itens escalados e AUD-GRAVADOS-2 os itens resolvidos.
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

           01 CAB-EXC.
             02 FILLER PIC X(15) VALUE SPACES.
             02 FILLER PIC X(35)
                VALUE "BANCADA DE EXCECOES DA MANHA".
             02 FILLER PIC X(6) VALUE "CICLO ".
             02 CAB-EXC-CICLO PIC 9(6).

           01 CAB-EXC2.
             02 FILLER PIC X(15) VALUE SPACES.
             02 FILLER PIC X(24) VALUE "ESCALADO QUANDO ABERTO ".
             02 FILLER PIC X(4) VALUE "HA ".
             02 CAB-EXC-CICLOS PIC Z9.
             02 FILLER PIC X(19) VALUE " CICLOS OU MAIS".

           01 CAB-ESCALADOS.
             02 FILLER PIC X(1) VALUE SPACE.
             02 FILLER PIC X(40)
                VALUE "*** ITENS ESCALADOS ***".

           01 CAB-AREA.
             02 FILLER PIC X(1) VALUE SPACE.
             02 FILLER PIC X(6) VALUE "AREA: ".
             02 CAB-AREA-NOME PIC X(9).

           01 CAB-COLUNAS.
             02 FILLER PIC X(1) VALUE SPACE.
             02 FILLER PIC X(10) VALUE "ORIGEM".
             02 FILLER PIC X(9) VALUE "CHAVE".
             02 FILLER PIC X(29) VALUE "MOTIVO".
             02 FILLER PIC X(7) VALUE "NOITES ".
             02 FILLER PIC X(7) VALUE "DESDE".
             02 CAB-COL-ULTIMA PIC X(9).

           01 DET-EXC.
             02 DET-MARCA PIC X(1).
             02 DET-ORIGEM PIC X(9).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-CHAVE PIC X(8).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-MOTIVO PIC X(30).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-NOITES PIC ZZZ9.
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-DESDE PIC 9(6).
             02 FILLER PIC X(1) VALUE SPACE.
             02 DET-SITUACAO PIC X(9).

           01 TOT-AREA.
             02 FILLER PIC X(3) VALUE SPACES.
             02 FILLER PIC X(9) VALUE "ABERTOS ".
             02 TOT-AREA-ABERTOS PIC ZZZ9.
             02 FILLER PIC X(9) VALUE "   NOVOS ".
             02 TOT-AREA-NOVOS PIC ZZZ9.
             02 FILLER PIC X(14) VALUE "   RESOLVIDOS ".
             02 TOT-AREA-RESOLV PIC ZZZ9.

           01 TOT-GERAL.
             02 FILLER PIC X(1) VALUE SPACE.
             02 FILLER PIC X(16) VALUE "TOTAL EM ABERTO ".
             02 TOT-GER-ABERTOS PIC ZZZ.ZZ9.
             02 FILLER PIC X(13) VALUE "   ESCALADOS ".
             02 TOT-GER-ESCALADOS PIC ZZZ.ZZ9.
             02 FILLER PIC X(14) VALUE "   RESOLVIDOS ".
             02 TOT-GER-RESOLV PIC ZZZ.ZZ9.

           01 MSG-SEM-ESCALADO.
             02 FILLER PIC X(3) VALUE SPACES.
             02 FILLER PIC X(30) VALUE "NENHUM ITEM ESCALADO".

           01 MSG-SEM-AREA.
             02 FILLER PIC X(3) VALUE SPACES.
             02 FILLER PIC X(30) VALUE "SEM EXCECOES NESTA AREA".

           01 MSG-ARQ-AUSENTE.
             02 FILLER PIC X(1) VALUE SPACE.
             02 FILLER PIC X(8) VALUE "ARQUIVO ".
             02 MSG-AUS-NOME PIC X(13).
             02 FILLER PIC X(40)
                VALUE " NAO ENCONTRADO - ITENS MANTIDOS".

           01 MSG-ARQ-NAO-GERADO.
             02 FILLER PIC X(1) VALUE SPACE.
             02 FILLER PIC X(8) VALUE "ARQUIVO ".
             02 MSG-NGER-NOME PIC X(13).
             02 FILLER PIC X(24) VALUE " NAO GERADO NO CICLO POR".
             02 FILLER PIC X(1) VALUE SPACE.
             02 MSG-NGER-PROD PIC X(8).
             02 FILLER PIC X(18) VALUE " - ITENS MANTIDOS".

           01 LIN-BRANCO PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PROG-EXCMANHA.
           PERFORM LER-CICLO.
           PERFORM LER-PARAMETRO.
           PERFORM CARREGAR-HISTORICO.
           PERFORM CONFERIR-PRODUTORES.
           PERFORM LER-ARQUIVO-EXC
             VARYING WS-IDX-ARQ FROM 1 BY 1
             UNTIL WS-IDX-ARQ > WS-QTD-ARQ.
           PERFORM RESOLVER-PENDENTES
             VARYING WS-IDX-ARQ FROM 1 BY 1
             UNTIL WS-IDX-ARQ > WS-QTD-ARQ.
           PERFORM CLASSIFICAR-ITEM
             VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-QTD-TAB.
           PERFORM ORDENAR-TABELA.
           PERFORM IMPRIMIR-RELATORIO.
           PERFORM GRAVAR-HISTORICO.
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
           MOVE WS-CICLO-NUM TO CAB-EXC-CICLO.

       LER-PARAMETRO.
           OPEN INPUT PARMEXC.
           IF WS-PEXC-STATUS EQUAL "00"
             READ PARMEXC
               AT END CONTINUE
               NOT AT END
                 IF PEXC-CICLOS IS NUMERIC AND PEXC-CICLOS > 0
                   MOVE PEXC-CICLOS TO WS-CICLOS-ESCALA
                 END-IF
             END-READ
             CLOSE PARMEXC.
           MOVE WS-CICLOS-ESCALA TO CAB-EXC-CICLOS.

       CARREGAR-HISTORICO.
           MOVE 0 TO WS-QTD-TAB.
           MOVE 0 TO FLAG-HST.
           OPEN INPUT EXCHIST.
           IF WS-HST-STATUS EQUAL "00"
             PERFORM LER-HISTORICO UNTIL FLAG-HST EQUAL 1
             CLOSE EXCHIST.

       LER-HISTORICO.
           READ EXCHIST
             AT END MOVE 1 TO FLAG-HST
             NOT AT END
               PERFORM VERIFICAR-TABELA-CHEIA
               COMPUTE WS-QTD-TAB = WS-QTD-TAB + 1
               MOVE HST-AREA TO TAB-AREA-EXC(WS-QTD-TAB)
               MOVE HST-CHAVE TO TAB-CHAVE(WS-QTD-TAB)
               MOVE HST-ORIGEM TO TAB-ORIGEM(WS-QTD-TAB)
               MOVE HST-MOTIVO TO TAB-MOTIVO(WS-QTD-TAB)
               MOVE HST-PERSISTE TO TAB-PERSISTE(WS-QTD-TAB)
               MOVE HST-PRIM-CICLO TO TAB-PRIM-CICLO(WS-QTD-TAB)
               MOVE HST-ULT-CICLO TO TAB-ULT-CICLO(WS-QTD-TAB)
               MOVE HST-SEGUIDAS TO TAB-SEGUIDAS(WS-QTD-TAB)
               MOVE "N" TO TAB-VISTO(WS-QTD-TAB)
               MOVE SPACE TO TAB-SITUACAO(WS-QTD-TAB)
               MOVE 0 TO TAB-NOITES(WS-QTD-TAB)
           END-READ.

       VERIFICAR-TABELA-CHEIA.
           IF WS-QTD-TAB NOT < WS-MAX-TAB
             DISPLAY "ERRO: MAIS DE 2000 EXCECOES EM ABERTO"
             MOVE 8 TO RETURN-CODE
             STOP RUN.

      * os arquivos de excecao sao regravados so quando o programa
      * gerador roda; numa noite em que o passo nao rodou (COND, job
      * sob demanda que nao foi submetido) o arquivo em disco e o da
      * rodada anterior, e le-lo de novo contaria mais uma noite para
      * itens que ninguem reprocessou. o arquivo so e lido quando o
      * gerador deixou linha no AUDITLOG.DAT com o ciclo da noite.
       CONFERIR-PRODUTORES.
           MOVE ALL "C" TO TAB-ARQ-SIT.
           MOVE 0 TO FLAG-AUD.
           OPEN INPUT AUDITLOG.
           IF WS-AUD-STATUS EQUAL "00"
             PERFORM LER-AUDITLOG-PRODUTOR UNTIL FLAG-AUD EQUAL 1
             CLOSE AUDITLOG.

       LER-AUDITLOG-PRODUTOR.
           READ AUDITLOG
             AT END MOVE 1 TO FLAG-AUD
             NOT AT END
               MOVE REG-AUDITLOG TO LIN-AUDITLOG
               IF AUD-CICLO EQUAL WS-CICLO-NUM
                 PERFORM MARCAR-PRODUTOR
                   VARYING WS-IDX-ARQ FROM 1 BY 1
                   UNTIL WS-IDX-ARQ > WS-QTD-ARQ
               END-IF
           END-READ.

       MARCAR-PRODUTOR.
           IF TAB-ARQ-PROD(WS-IDX-ARQ) EQUAL AUD-PROGRAMA
             MOVE "N" TO TAB-ARQ-LIDO(WS-IDX-ARQ).

      * arquivo ausente (status diferente de "00") fica marcado como
      * nao lido, e os itens dessa origem sao mantidos como estavam;
      * o nao gerado no ciclo nem e aberto.
       LER-ARQUIVO-EXC.
           IF TAB-ARQ-LIDO(WS-IDX-ARQ) EQUAL "N"
             PERFORM ABRIR-ARQUIVO-EXC.

       ABRIR-ARQUIVO-EXC.
           MOVE TAB-ARQ-NOME(WS-IDX-ARQ) TO WS-EXC-NOME.
           OPEN INPUT EXCARQ.
           IF WS-EXC-STATUS EQUAL "00"
             MOVE "S" TO TAB-ARQ-LIDO(WS-IDX-ARQ)
             MOVE 0 TO FLAG-ARQ
             PERFORM LER-LINHA-EXC UNTIL FLAG-ARQ EQUAL 1
             CLOSE EXCARQ.

       LER-LINHA-EXC.
           READ EXCARQ
             AT END MOVE 1 TO FLAG-ARQ
             NOT AT END
               MOVE REG-EXCARQ TO WS-EXC-LINHA
               PERFORM EXTRAIR-LINHA
           END-READ.

      * cada relatorio tem o seu layout de detalhe; cabecalho, total
      * e linhas em branco nao batem com nenhum e sao ignorados. os
      * arquivos de suspensos tem o layout do movimento, sem
      * cabecalho, e toda linha nao branca e um item.
       EXTRAIR-LINHA.
           MOVE SPACES TO WS-CHAVE.
           MOVE SPACES TO WS-MOTIVO.
           EVALUATE TAB-ARQ-ORIGEM(WS-IDX-ARQ)
             WHEN "ERRODEC"
               PERFORM EXTRAIR-ERRODEC
             WHEN "ERROBIN"
               PERFORM EXTRAIR-ERROBIN
             WHEN "EXCALU" WHEN "EXCFREQ"
               PERFORM EXTRAIR-EXCALU
             WHEN "EXCBOL"
               PERFORM EXTRAIR-EXCBOL
             WHEN "ERROMANUT"
               PERFORM EXTRAIR-ERROMANUT
             WHEN "ERROMTUR"
               PERFORM EXTRAIR-ERROMTUR
             WHEN "ERROCHAM"
               PERFORM EXTRAIR-ERROCHAM
             WHEN "CHAMSUSP"
               PERFORM EXTRAIR-CHAMSUSP
             WHEN "ERROMFUNC"
               PERFORM EXTRAIR-ERROMFUNC
             WHEN "ERROMCONS"
               PERFORM EXTRAIR-ERROMCONS
             WHEN "ERROMOV"
               PERFORM EXTRAIR-ERROMOV
             WHEN "ERROFER" WHEN "ERRORESC"
               PERFORM EXTRAIR-ERROFER
             WHEN "RELRET"
               PERFORM EXTRAIR-RELRET
             WHEN OTHER
               PERFORM EXTRAIR-SUSPENSO
           END-EVALUATE.
           IF WS-CHAVE NOT EQUAL SPACES
             PERFORM REGISTRAR-OCORRENCIA.

       EXTRAIR-ERRODEC.
           IF WS-EXC-LINHA(11:9) EQUAL "REGISTRO "
             MOVE WS-EXC-LINHA(20:7) TO WS-CHAVE
             MOVE "VALOR INVALIDO" TO WS-MOTIVO
             MOVE WS-EXC-LINHA(43:2) TO WS-MOTIVO(16:2)
           ELSE
             IF WS-EXC-LINHA(11:9) EQUAL "CONTROLE "
               MOVE "CONTROLE" TO WS-CHAVE
               MOVE WS-EXC-LINHA(20:30) TO WS-MOTIVO.

       EXTRAIR-ERROBIN.
           IF WS-EXC-LINHA(11:9) EQUAL "REGISTRO "
             MOVE WS-EXC-LINHA(20:7) TO WS-CHAVE
             MOVE "BINARIO INVALIDO" TO WS-MOTIVO
             MOVE WS-EXC-LINHA(42:8) TO WS-MOTIVO(18:8).

       EXTRAIR-EXCALU.
           IF WS-EXC-LINHA(11:4) EQUAL "MAT "
              AND WS-EXC-LINHA(15:6) IS NUMERIC
             MOVE WS-EXC-LINHA(15:6) TO WS-CHAVE
             MOVE WS-EXC-LINHA(45:30) TO WS-MOTIVO.

       EXTRAIR-EXCBOL.
           IF WS-EXC-LINHA(11:4) EQUAL "MAT "
              AND WS-EXC-LINHA(15:6) IS NUMERIC
             MOVE WS-EXC-LINHA(15:6) TO WS-CHAVE
             IF WS-EXC-LINHA(21:6) NOT EQUAL " DISC "
               MOVE WS-EXC-LINHA(45:25) TO WS-MOTIVO
             ELSE
               IF WS-EXC-LINHA(29:6) EQUAL " NOTA "
                 MOVE "NOTA FORA DA FAIXA DISC" TO WS-MOTIVO
                 MOVE WS-EXC-LINHA(27:2) TO WS-MOTIVO(25:2)
               ELSE
                 MOVE WS-EXC-LINHA(31:30) TO WS-MOTIVO.

       EXTRAIR-ERROMANUT.
           IF WS-EXC-LINHA(11:4) EQUAL "MAT "
              AND WS-EXC-LINHA(15:6) IS NUMERIC
             MOVE WS-EXC-LINHA(15:6) TO WS-CHAVE
             MOVE WS-EXC-LINHA(26:30) TO WS-MOTIVO.

       EXTRAIR-ERROMTUR.
           IF WS-EXC-LINHA(11:6) EQUAL "TURMA "
             MOVE WS-EXC-LINHA(17:3) TO WS-CHAVE
             MOVE WS-EXC-LINHA(25:30) TO WS-MOTIVO.

       EXTRAIR-ERROCHAM.
           IF WS-EXC-LINHA(6:4) EQUAL "MAT "
              AND WS-EXC-LINHA(10:6) IS NUMERIC
             MOVE WS-EXC-LINHA(10:6) TO WS-CHAVE
             MOVE WS-EXC-LINHA(37:30) TO WS-MOTIVO.

      * linha de chamada recusada: a matricula fica na posicao 14.
       EXTRAIR-CHAMSUSP.
           IF WS-EXC-LINHA NOT EQUAL SPACES
             MOVE WS-EXC-LINHA(14:6) TO WS-CHAVE
             MOVE "CHAMADA SUSPENSA DATA" TO WS-MOTIVO
             MOVE WS-EXC-LINHA(1:8) TO WS-MOTIVO(23:8).

       EXTRAIR-ERROMFUNC.
           IF WS-EXC-LINHA(11:4) EQUAL "COD "
              AND WS-EXC-LINHA(15:5) IS NUMERIC
             MOVE WS-EXC-LINHA(15:5) TO WS-CHAVE
             MOVE WS-EXC-LINHA(25:30) TO WS-MOTIVO.

       EXTRAIR-ERROMCONS.
           IF WS-EXC-LINHA(5:4) EQUAL "COD "
              AND WS-EXC-LINHA(9:5) IS NUMERIC
             MOVE WS-EXC-LINHA(9:5) TO WS-CHAVE
             MOVE WS-EXC-LINHA(32:30) TO WS-MOTIVO.

       EXTRAIR-ERROMOV.
           IF WS-EXC-LINHA(11:4) EQUAL "COD "
              AND WS-EXC-LINHA(15:5) IS NUMERIC
             MOVE WS-EXC-LINHA(15:5) TO WS-CHAVE
             MOVE WS-EXC-LINHA(38:30) TO WS-MOTIVO.

      * ERROFER e ERRORESC usam o mesmo desenho: motivo fixo a partir
      * da posicao 16 e codigo na 39; a data de desligamento
      * invalida da rescisao nao traz codigo, entao a chave e a
      * propria data informada.
       EXTRAIR-ERROFER.
           IF WS-EXC-LINHA(16:23) EQUAL "CODIGO NAO ENCONTRADO: "
             MOVE WS-EXC-LINHA(39:5) TO WS-CHAVE
             MOVE "CODIGO NAO ENCONTRADO" TO WS-MOTIVO
           ELSE
             IF WS-EXC-LINHA(16:23) EQUAL "SALDO INSUFICIENTE:    "
               MOVE WS-EXC-LINHA(39:5) TO WS-CHAVE
               MOVE "SALDO DE FERIAS INSUFICIENTE" TO WS-MOTIVO
             ELSE
               IF WS-EXC-LINHA(16:31) EQUAL
                  "DATA DE DESLIGAMENTO INVALIDA: "
                 MOVE WS-EXC-LINHA(47:8) TO WS-CHAVE
                 MOVE "DATA DE DESLIGAMENTO INVALIDA" TO WS-MOTIVO.

       EXTRAIR-RELRET.
           IF WS-EXC-LINHA(11:4) EQUAL "COD "
              AND WS-EXC-LINHA(15:5) IS NUMERIC
             MOVE WS-EXC-LINHA(15:5) TO WS-CHAVE
             MOVE "CREDITO REJEITADO" TO WS-MOTIVO
             MOVE WS-EXC-LINHA(67:12) TO WS-MOTIVO(19:12).

      * MOVSUSP, MOVTSUSP, MOVFSUSP e MOVCSUSP: tipo do movimento na
      * posicao 1 e a chave logo em seguida, com o tamanho da chave
      * do arquivo de resolucao correspondente.
       EXTRAIR-SUSPENSO.
           IF WS-EXC-LINHA NOT EQUAL SPACES
             MOVE WS-EXC-LINHA(2:TAB-ARQ-RES-TAM(WS-IDX-ARQ))
               TO WS-CHAVE
             MOVE "MOVIMENTO SUSPENSO TIPO" TO WS-MOTIVO
             MOVE WS-EXC-LINHA(1:1) TO WS-MOTIVO(25:1).

      * a mesma chave repetida no mesmo arquivo (varias disciplinas,
      * varias linhas de chamada) conta uma vez so por noite; num
      * rerun do mesmo ciclo a noite ja contada nao soma de novo.
       REGISTRAR-OCORRENCIA.
           COMPUTE WS-QTD-LIDOS = WS-QTD-LIDOS + 1.
           MOVE "N" TO WS-ACHOU.
           PERFORM PROCURAR-OCORRENCIA
             VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-QTD-TAB OR WS-ACHOU EQUAL "S".
           IF WS-ACHOU EQUAL "N"
             PERFORM INCLUIR-OCORRENCIA.

       PROCURAR-OCORRENCIA.
           IF TAB-ORIGEM(WS-IDX) EQUAL TAB-ARQ-ORIGEM(WS-IDX-ARQ)
              AND TAB-CHAVE(WS-IDX) EQUAL WS-CHAVE
             MOVE "S" TO WS-ACHOU
             PERFORM ATUALIZAR-OCORRENCIA.

       ATUALIZAR-OCORRENCIA.
           IF TAB-VISTO(WS-IDX) EQUAL "N"
             MOVE "S" TO TAB-VISTO(WS-IDX)
             MOVE WS-MOTIVO TO TAB-MOTIVO(WS-IDX)
             IF TAB-ULT-CICLO(WS-IDX) NOT EQUAL WS-CICLO-NUM
               IF TAB-ULT-CICLO(WS-IDX) + 1 EQUAL WS-CICLO-NUM
                 COMPUTE TAB-SEGUIDAS(WS-IDX) =
                   TAB-SEGUIDAS(WS-IDX) + 1
               ELSE
                 MOVE 1 TO TAB-SEGUIDAS(WS-IDX)
                 IF TAB-PERSISTE(WS-IDX) EQUAL "N"
                   MOVE WS-CICLO-NUM TO TAB-PRIM-CICLO(WS-IDX)
                 END-IF
               END-IF
               MOVE WS-CICLO-NUM TO TAB-ULT-CICLO(WS-IDX).

       INCLUIR-OCORRENCIA.
           PERFORM VERIFICAR-TABELA-CHEIA.
           COMPUTE WS-QTD-TAB = WS-QTD-TAB + 1.
           MOVE TAB-ARQ-AREA(WS-IDX-ARQ) TO TAB-AREA-EXC(WS-QTD-TAB).
           MOVE WS-CHAVE TO TAB-CHAVE(WS-QTD-TAB).
           MOVE TAB-ARQ-ORIGEM(WS-IDX-ARQ) TO TAB-ORIGEM(WS-QTD-TAB).
           MOVE WS-MOTIVO TO TAB-MOTIVO(WS-QTD-TAB).
           MOVE TAB-ARQ-PERSISTE(WS-IDX-ARQ)
             TO TAB-PERSISTE(WS-QTD-TAB).
           MOVE WS-CICLO-NUM TO TAB-PRIM-CICLO(WS-QTD-TAB).
           MOVE WS-CICLO-NUM TO TAB-ULT-CICLO(WS-QTD-TAB).
           MOVE 1 TO TAB-SEGUIDAS(WS-QTD-TAB).
           MOVE "S" TO TAB-VISTO(WS-QTD-TAB).
           MOVE SPACE TO TAB-SITUACAO(WS-QTD-TAB).
           MOVE 0 TO TAB-NOITES(WS-QTD-TAB).

      * suspenso reaplicado: a chave aparece no historico de
      * movimentos aplicados da noite; credito rejeitado pago: o
      * mesmo codigo volta efetivado (ocorrencia "00") no retorno.
      * so resolve item sem nova ocorrencia nesta noite, e so com o
      * arquivo de resolucao do ciclo (gerador com linha no log).
       RESOLVER-PENDENTES.
           IF TAB-ARQ-PERSISTE(WS-IDX-ARQ) EQUAL "S"
              AND TAB-ARQ-LIDO(WS-IDX-ARQ) EQUAL "S"
             MOVE TAB-ARQ-RESOLVE(WS-IDX-ARQ) TO WS-EXC-NOME
             OPEN INPUT EXCARQ
             IF WS-EXC-STATUS EQUAL "00"
               MOVE 0 TO FLAG-ARQ
               PERFORM LER-LINHA-RESOLUCAO UNTIL FLAG-ARQ EQUAL 1
               CLOSE EXCARQ.

       LER-LINHA-RESOLUCAO.
           READ EXCARQ
             AT END MOVE 1 TO FLAG-ARQ
             NOT AT END
               MOVE SPACES TO WS-RES-CHAVE
               MOVE REG-EXCARQ(TAB-ARQ-RES-POS(WS-IDX-ARQ):
                               TAB-ARQ-RES-TAM(WS-IDX-ARQ))
                 TO WS-RES-CHAVE
               IF TAB-ARQ-RESOLVE(WS-IDX-ARQ) EQUAL "RETBANCO.DAT"
                 IF REG-EXCARQ(1:1) NOT EQUAL "D"
                    OR REG-EXCARQ(47:2) NOT EQUAL "00"
                   MOVE SPACES TO WS-RES-CHAVE
                 END-IF
               END-IF
               IF WS-RES-CHAVE NOT EQUAL SPACES
                 PERFORM MARCAR-RESOLVIDO
               END-IF
           END-READ.

       MARCAR-RESOLVIDO.
           PERFORM MARCAR-ITEM-RESOLVIDO
             VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-QTD-TAB.

       MARCAR-ITEM-RESOLVIDO.
           IF TAB-ORIGEM(WS-IDX) EQUAL TAB-ARQ-ORIGEM(WS-IDX-ARQ)
              AND TAB-CHAVE(WS-IDX) EQUAL WS-RES-CHAVE
              AND TAB-VISTO(WS-IDX) EQUAL "N"
             MOVE "S" TO TAB-SITUACAO(WS-IDX).

      * noites em aberto: suspenso e credito rejeitado contam desde a
      * primeira ocorrencia, aparecendo ou nao nas noites seguintes;
      * os demais contam as noites seguidas com ocorrencia.
       CLASSIFICAR-ITEM.
           IF TAB-PERSISTE(WS-IDX) EQUAL "S"
             IF TAB-PRIM-CICLO(WS-IDX) > WS-CICLO-NUM
               MOVE 1 TO TAB-NOITES(WS-IDX)
             ELSE
               COMPUTE TAB-NOITES(WS-IDX) =
                 WS-CICLO-NUM - TAB-PRIM-CICLO(WS-IDX) + 1
             END-IF
           ELSE
             MOVE TAB-SEGUIDAS(WS-IDX) TO TAB-NOITES(WS-IDX).
           IF TAB-VISTO(WS-IDX) EQUAL "S"
             IF TAB-NOITES(WS-IDX) > 1
               MOVE "R" TO TAB-SITUACAO(WS-IDX)
             ELSE
               MOVE "N" TO TAB-SITUACAO(WS-IDX)
             END-IF
           ELSE
             IF TAB-SITUACAO(WS-IDX) NOT EQUAL "S"
               PERFORM CLASSIFICAR-SEM-OCORRENCIA.
           IF TAB-SITUACAO(WS-IDX) EQUAL "S"
             COMPUTE WS-QTD-RESOLVIDOS = WS-QTD-RESOLVIDOS + 1.
           IF TAB-SITUACAO(WS-IDX) NOT EQUAL "S"
              AND TAB-SITUACAO(WS-IDX) NOT EQUAL "X"
             COMPUTE WS-QTD-ABERTOS = WS-QTD-ABERTOS + 1
             IF TAB-NOITES(WS-IDX) NOT < WS-CICLOS-ESCALA
               COMPUTE WS-QTD-ESCALADOS = WS-QTD-ESCALADOS + 1.

       CLASSIFICAR-SEM-OCORRENCIA.
           MOVE "S" TO WS-ACHOU.
           PERFORM CONFERIR-ORIGEM-LIDA
             VARYING WS-IDX2 FROM 1 BY 1
             UNTIL WS-IDX2 > WS-QTD-ARQ.
           IF WS-ACHOU NOT EQUAL "S"
             MOVE "M" TO TAB-SITUACAO(WS-IDX)
           ELSE
             IF TAB-PERSISTE(WS-IDX) EQUAL "S"
               MOVE "P" TO TAB-SITUACAO(WS-IDX)
             ELSE
               MOVE "X" TO TAB-SITUACAO(WS-IDX).

       CONFERIR-ORIGEM-LIDA.
           IF TAB-ARQ-ORIGEM(WS-IDX2) EQUAL TAB-ORIGEM(WS-IDX)
             MOVE TAB-ARQ-LIDO(WS-IDX2) TO WS-ACHOU.

      * ordena por area, chave e origem, para que a mesma matricula
      * ou o mesmo codigo rejeitado em mais de um arquivo saia junto.
       ORDENAR-TABELA.
           MOVE "S" TO WS-TROCOU.
           PERFORM PASSAR-ORDENACAO UNTIL WS-TROCOU EQUAL "N".

       PASSAR-ORDENACAO.
           MOVE "N" TO WS-TROCOU.
           PERFORM COMPARAR-VIZINHOS
             VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX NOT < WS-QTD-TAB.

       COMPARAR-VIZINHOS.
           IF TAB-ORDEM(WS-IDX) > TAB-ORDEM(WS-IDX + 1)
             MOVE TAB-EXC-ITEM(WS-IDX) TO WS-EXC-TROCA
             MOVE TAB-EXC-ITEM(WS-IDX + 1) TO TAB-EXC-ITEM(WS-IDX)
             MOVE WS-EXC-TROCA TO TAB-EXC-ITEM(WS-IDX + 1)
             MOVE "S" TO WS-TROCOU.

       IMPRIMIR-RELATORIO.
           OPEN OUTPUT RELEXC.
           WRITE REG-RELEXC FROM CAB-EXC.
           WRITE REG-RELEXC FROM CAB-EXC2.
           WRITE REG-RELEXC FROM LIN-BRANCO.
           WRITE REG-RELEXC FROM CAB-ESCALADOS.
           MOVE "AREA" TO CAB-COL-ULTIMA.
           WRITE REG-RELEXC FROM CAB-COLUNAS.
           IF WS-QTD-ESCALADOS EQUAL 0
             WRITE REG-RELEXC FROM MSG-SEM-ESCALADO
           ELSE
             PERFORM IMPRIMIR-ESCALADO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-TAB.
           MOVE "SITUACAO" TO CAB-COL-ULTIMA.
           PERFORM IMPRIMIR-AREA
             VARYING WS-AREA-ATUAL FROM 1 BY 1
             UNTIL WS-AREA-ATUAL > 4.
           WRITE REG-RELEXC FROM LIN-BRANCO.
           PERFORM IMPRIMIR-AUSENTE
             VARYING WS-IDX-ARQ FROM 1 BY 1
             UNTIL WS-IDX-ARQ > WS-QTD-ARQ.
           MOVE WS-QTD-ABERTOS TO TOT-GER-ABERTOS.
           MOVE WS-QTD-ESCALADOS TO TOT-GER-ESCALADOS.
           MOVE WS-QTD-RESOLVIDOS TO TOT-GER-RESOLV.
           WRITE REG-RELEXC FROM TOT-GERAL.
           CLOSE RELEXC.

       IMPRIMIR-ESCALADO.
           IF TAB-SITUACAO(WS-IDX) NOT EQUAL "S"
              AND TAB-SITUACAO(WS-IDX) NOT EQUAL "X"
              AND TAB-NOITES(WS-IDX) NOT < WS-CICLOS-ESCALA
             PERFORM MONTAR-DET
             MOVE TAB-AREA-NOME(TAB-AREA-EXC(WS-IDX)) TO DET-SITUACAO
             WRITE REG-RELEXC FROM DET-EXC.

       IMPRIMIR-AREA.
           MOVE 0 TO WS-AREA-ABERTOS.
           MOVE 0 TO WS-AREA-NOVOS.
           MOVE 0 TO WS-AREA-RESOLV.
           MOVE 0 TO WS-AREA-LINHAS.
           WRITE REG-RELEXC FROM LIN-BRANCO.
           MOVE TAB-AREA-NOME(WS-AREA-ATUAL) TO CAB-AREA-NOME.
           WRITE REG-RELEXC FROM CAB-AREA.
           WRITE REG-RELEXC FROM CAB-COLUNAS.
           PERFORM IMPRIMIR-ITEM-AREA
             VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-QTD-TAB.
           IF WS-AREA-LINHAS EQUAL 0
             WRITE REG-RELEXC FROM MSG-SEM-AREA.
           MOVE WS-AREA-ABERTOS TO TOT-AREA-ABERTOS.
           MOVE WS-AREA-NOVOS TO TOT-AREA-NOVOS.
           MOVE WS-AREA-RESOLV TO TOT-AREA-RESOLV.
           WRITE REG-RELEXC FROM TOT-AREA.

       IMPRIMIR-ITEM-AREA.
           IF TAB-AREA-EXC(WS-IDX) EQUAL WS-AREA-ATUAL
              AND TAB-SITUACAO(WS-IDX) NOT EQUAL "X"
             COMPUTE WS-AREA-LINHAS = WS-AREA-LINHAS + 1
             PERFORM MONTAR-DET
             EVALUATE TAB-SITUACAO(WS-IDX)
               WHEN "N"
                 MOVE "NOVO" TO DET-SITUACAO
                 COMPUTE WS-AREA-NOVOS = WS-AREA-NOVOS + 1
               WHEN "R"
                 MOVE "REPETIDO" TO DET-SITUACAO
               WHEN "P"
                 MOVE "PENDENTE" TO DET-SITUACAO
               WHEN "M"
                 MOVE "NAO LIDO" TO DET-SITUACAO
               WHEN "S"
                 MOVE "RESOLVIDO" TO DET-SITUACAO
                 COMPUTE WS-AREA-RESOLV = WS-AREA-RESOLV + 1
             END-EVALUATE
             IF TAB-SITUACAO(WS-IDX) NOT EQUAL "S"
               COMPUTE WS-AREA-ABERTOS = WS-AREA-ABERTOS + 1
             END-IF
             WRITE REG-RELEXC FROM DET-EXC.

      * o asterisco na primeira coluna repete, na lista da area, a
      * marca de escalado do topo do relatorio.
       MONTAR-DET.
           MOVE SPACE TO DET-MARCA.
           IF TAB-SITUACAO(WS-IDX) NOT EQUAL "S"
              AND TAB-NOITES(WS-IDX) NOT < WS-CICLOS-ESCALA
             MOVE "*" TO DET-MARCA.
           MOVE TAB-ORIGEM(WS-IDX) TO DET-ORIGEM.
           MOVE TAB-CHAVE(WS-IDX) TO DET-CHAVE.
           MOVE TAB-MOTIVO(WS-IDX) TO DET-MOTIVO.
           MOVE TAB-NOITES(WS-IDX) TO DET-NOITES.
           MOVE TAB-PRIM-CICLO(WS-IDX) TO DET-DESDE.

       IMPRIMIR-AUSENTE.
           IF TAB-ARQ-LIDO(WS-IDX-ARQ) EQUAL "N"
             MOVE TAB-ARQ-NOME(WS-IDX-ARQ) TO MSG-AUS-NOME
             WRITE REG-RELEXC FROM MSG-ARQ-AUSENTE
           ELSE
             IF TAB-ARQ-LIDO(WS-IDX-ARQ) EQUAL "C"
               MOVE TAB-ARQ-NOME(WS-IDX-ARQ) TO MSG-NGER-NOME
               MOVE TAB-ARQ-PROD(WS-IDX-ARQ) TO MSG-NGER-PROD
               WRITE REG-RELEXC FROM MSG-ARQ-NAO-GERADO.

      * regrava o historico inteiro so com o que continua em aberto
      * (novo, repetido, pendente ou mantido); resolvidos e chaves
      * sem nova ocorrencia saem.
       GRAVAR-HISTORICO.
           MOVE 0 TO WS-QTD-GRAV-HST.
           OPEN OUTPUT EXCHIST.
           PERFORM GRAVAR-ITEM-HISTORICO
             VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-QTD-TAB.
           CLOSE EXCHIST.

       GRAVAR-ITEM-HISTORICO.
           IF TAB-SITUACAO(WS-IDX) NOT EQUAL "S"
              AND TAB-SITUACAO(WS-IDX) NOT EQUAL "X"
             MOVE TAB-AREA-EXC(WS-IDX) TO HST-AREA
             MOVE TAB-CHAVE(WS-IDX) TO HST-CHAVE
             MOVE TAB-ORIGEM(WS-IDX) TO HST-ORIGEM
             MOVE TAB-MOTIVO(WS-IDX) TO HST-MOTIVO
             MOVE TAB-PERSISTE(WS-IDX) TO HST-PERSISTE
             MOVE TAB-PRIM-CICLO(WS-IDX) TO HST-PRIM-CICLO
             MOVE TAB-ULT-CICLO(WS-IDX) TO HST-ULT-CICLO
             MOVE TAB-SEGUIDAS(WS-IDX) TO HST-SEGUIDAS
             WRITE REG-EXCHIST
             COMPUTE WS-QTD-GRAV-HST = WS-QTD-GRAV-HST + 1.

       FIM.
           MOVE SPACES TO LIN-AUDITLOG.
           MOVE "EXCMANHA" TO AUD-PROGRAMA.
           MOVE WS-QTD-LIDOS TO AUD-LIDOS.
           MOVE WS-QTD-GRAV-HST TO AUD-GRAVADOS.
           MOVE WS-QTD-ESCALADOS TO AUD-REJEITADOS.
           MOVE WS-QTD-RESOLVIDOS TO AUD-GRAVADOS-2.
           PERFORM GRAVAR-AUDITORIA.
           IF WS-QTD-ESCALADOS > 0
             MOVE 4 TO RETURN-CODE.
           STOP RUN.

       GRAVAR-AUDITORIA.
           OPEN EXTEND AUDITLOG.
           IF WS-AUD-STATUS NOT EQUAL "00"
             OPEN OUTPUT AUDITLOG.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-DATA-HORA.
           MOVE WS-AUD-DATA-HORA TO AUD-DATA-HORA.
           MOVE WS-CICLO-NUM TO AUD-CICLO.
           WRITE REG-AUDITLOG FROM LIN-AUDITLOG.
           CLOSE AUDITLOG.
