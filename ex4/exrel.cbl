      *aceita um parametro de modo na linha de comando: "3" roda o
      *decimo terceiro salario (HOL13.DAT/BANCO13.DAT); "F" roda a
      *folha de ferias de um unico funcionario informado em
      *FERCOD.DAT (HOLFER.DAT/BANCOFER.DAT), com os dias pedidos
      *conferidos contra o saldo adquirido e debitados no controle
      *de ferias CTLFER.DAT; "A" roda o informe de
      *rendimentos anual, somando o historico acumulado em
      *ACUMYTD.DAT; "D" gera a declaracao anual de retencoes
      *(DIRF.DAT) do ano-base do cartao DIRFCTL.DAT, mes a mes por
      *funcionario, com as linhas faltantes ou duplicadas do ledger
      *listadas em EXCDIRF.DAT; "R" roda a rescisao de um unico
      *funcionario informado no cartao RESCCOD.DAT (codigo e data de
      *desligamento), com saldo de salario, ferias proporcionais do
      *periodo aquisitivo aberto mais o terco constitucional e
      *INSS/IRRF sobre cada parcela
      *(HOLRESC.DAT/BANCORESC.DAT/ERRORESC.DAT); qualquer outro
      *valor (ou omitido) roda a folha
      *mensal normal, que agora tambem nomeia os departamentos via
      *DEPTO.DAT, aplica os movimentos variaveis do mes (horas
      *extras, faltas, bonificacoes, descontos avulsos e diferencas
      *retroativas de dissidio) lidos de MOVFOLHA.DAT, gera a guia
      *de recolhimento INSS/FGTS
      *(GUIAINSS.DAT) e acumula o historico de cada funcionario em
      *ACUMYTD.DAT. as faixas de INSS e IRRF (e a deducao por
      *dependente) vem dos arquivos de parametro TABINSS.DAT e
      *TABIRRF.DAT com data de vigencia, usados por todos os passos
      *que calculam folha. a folha mensal totaliza por centro de
      *custo (CCUSTO do CADFUNC, codigo de DEPTO.DAT) e grava o
      *lancamento contabil da folha em LANCCONT.DAT: debito da
      *despesa de salarios e encargos por centro de custo contra os
      *creditos de liquido a pagar, INSS e IRRF retidos, FGTS e INSS
      *patronal a recolher, com debitos e creditos batidos. as
      *parcelas de emprestimo consignado (CONSIG.DAT) saem do liquido
      *dentro da margem de 35% e vao para DESCCONS.DAT; a rescisao
      *lista o saldo dos contratos em aberto.
      *a folha mensal e o decimo terceiro (periodo AAAA13) fecham o
      *periodo em PERCTL.DAT com o ciclo e a sequencia de remessa;
      *periodo fechado so roda de novo (em qualquer modo de calculo)
      *com o cartao REABFOLHA.DAT assinado pela folha, e a reabertura
      *da folha mensal estorna as linhas do periodo em ACUMYTD.DAT
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           SELECT GUIAINSS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LANCCONT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MOVFOLHA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOVF-STATUS.
           SELECT INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIRFCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DIRFCTL-STATUS.

           SELECT DIRF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCDIRF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOL13 ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FERCOD-STATUS.

           SELECT CTLFER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CFER-STATUS.

           SELECT HOLFER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CICLO-STATUS.

           SELECT PERCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCTL-STATUS.

           SELECT REABFOLHA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REAB-STATUS.

           SELECT CONSIG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONS-STATUS.

           SELECT DESCCONS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
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

           FD HOLERITE
             LABEL RECORD IS OMITTED.

             01 REG-GUIAINSS PIC X(80).

      * interface contabil da folha mensal: registro "H" (empresa,
      * periodo, ciclo), registros "L" de lancamento (natureza D/C,
      * conta, centro de custo, valor e historico) e registro "T"
      * com a contagem e os totais de debito e de credito; mesmo
      * esquema H/D/T da remessa bancaria, montado em working-storage
      * e gravado FROM.
           FD LANCCONT
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "LANCCONT.DAT".

             01 REG-LANCCONT PIC X(60).

           FD MOVFOLHA
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "MOVFOLHA.DAT".
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "ACUMYTD.DAT".

      * YTD-LIQ (liquido creditado) entrou no fim do layout, como
      * NOME no CADFUNC; linhas gravadas antes dele chegam com o campo
      * em branco e quem precisa do liquido o deduz de SAL-INSS-IRRF.
      * YTD-ESTORNO "E" marca a linha de estorno gravada na reabertura
      * de um periodo fechado: os valores dela sao subtraidos, e nao
      * somados, por quem le o ledger.
             01 REG-ACUMYTD.
                02 YTD-CODIGO PIC 9(5).
                02 YTD-SAL PIC 9(9)V99.
                02 YTD-INSS PIC 9(8)V99.
                02 YTD-IRRF PIC 9(8)V99.
                02 YTD-PERIODO PIC 9(6).
                02 YTD-LIQ PIC 9(8)V99.
                02 YTD-ESTORNO PIC X(1).

           FD INFORME
             LABEL RECORD IS OMITTED

             01 REG-INFORME PIC X(80).

      * cartao do modo D: ano-base da declaracao; sem cartao vale o
      * ano anterior ao da data de processamento.
           FD DIRFCTL
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "DIRFCTL.DAT".

             01 REG-DIRFCTL.
                02 DIRFCTL-ANO PIC 9(4).

      * declaracao anual de retencoes em layout fixo: registro "1"
      * da empresa, um registro "2" por beneficiario com os doze
      * meses e os totais do ano, e registro "9" com os totais da
      * declaracao; montados em REG-DIRF-* e gravados FROM.
           FD DIRF
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "DIRF.DAT".

             01 REG-DIRF PIC X(441).

           FD EXCDIRF
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "EXCDIRF.DAT".

             01 REG-EXCDIRF PIC X(80).

           FD HOL13
             LABEL RECORD IS OMITTED
             VALUE OF FILE-ID IS "HOL13.DAT".
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "FERCOD.DAT".

      * FER-DIAS sao os dias de ferias pedidos; em branco, zero ou
      * acima de 30 vale o periodo inteiro de 30 dias.
             01 REG-FERCOD.
                02 FER-CODIGO PIC 9(5).
                02 FER-DIAS PIC 9(2).

      * controle de ferias mantido pelo CTLFERIAS: um registro por
      * funcionario e periodo aquisitivo; o modo F debita nele os
      * dias pagos, do periodo mais antigo para o mais novo.
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

           FD HOLFER
             LABEL RECORD IS OMITTED
                02 CKPT4-BANCO-HASH PIC 9(12)V99.
                02 CKPT4-DEP-TOTAIS.
                   03 CKPT4-DEP-TOTAL PIC 9(9)V99 OCCURS 100 TIMES.
                02 CKPT4-TOTAL-IRRF PIC 9(9)V99.
                02 CKPT4-TOTAL-CONSIG PIC 9(9)V99.
                02 CKPT4-TOTAL-DESC-AVULSO PIC 9(9)V99.

           FD AUDITLOG
             LABEL RECORD IS OMITTED
                02 CICLO-NUM PIC 9(6).
                02 CICLO-DATA PIC 9(8).

      * controle de periodos da folha: uma linha por periodo AAAAMM
      * (o decimo terceiro usa o mes 13, AAAA13) com a situacao
      * ("A" aberto, "F" fechado), o ciclo e a sequencia de remessa
      * do BANCOCTL que o fecharam, a data do fechamento e a ultima
      * reabertura (quantidade, responsavel e ciclo). periodo que nao
      * consta no arquivo esta aberto. regravado inteiro a cada
      * mudanca, como o CADFUNC no MANUTFUNC.
           FD PERCTL
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "PERCTL.DAT".

             01 REG-PERCTL.
                02 PCTL-PERIODO PIC 9(6).
                02 PCTL-SITUACAO PIC X(1).
                02 PCTL-CICLO PIC 9(6).
                02 PCTL-SEQ-REMESSA PIC 9(6).
                02 PCTL-DATA PIC 9(8).
                02 PCTL-QTD-REAB PIC 9(2).
                02 PCTL-RESP-REAB PIC X(10).
                02 PCTL-CICLO-REAB PIC 9(6).

      * cartao de reabertura assinado pela folha: periodo a reabrir,
      * ciclo em que a reabertura vale (o cartao esquecido no disco
      * nao reabre o periodo de novo no ciclo seguinte) e o
      * responsavel que autorizou.
           FD REABFOLHA
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "REABFOLHA.DAT".

             01 REG-REABFOLHA.
                02 REAB-PERIODO PIC 9(6).
                02 REAB-CICLO PIC 9(6).
                02 REAB-RESPONSAVEL PIC X(10).

      * contratos de emprestimo consignado, mantidos pelo MANUTCONS:
      * parcela, quantidade de parcelas e parcelas ja vencidas, mais
      * o valor que nao coube na margem e ficou para compensar. a
      * folha so le o arquivo; quem avanca o contador e o REPCONS,
      * a partir de DESCCONS.DAT. CONS-PERIODO-ULT e o ultimo periodo
      * baixado e CONS-PAGAS-ANT/CONS-PENDENTE-ANT a situacao antes
      * dessa baixa, para que a folha rodada de novo no mesmo periodo
      * (reabertura) parta da situacao anterior e nao desconte a
      * parcela duas vezes.
           FD CONSIG
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "CONSIG.DAT".

             01 REG-CONSIG.
                02 CONS-CODIGO PIC 9(5).
                02 CONS-CONTRATO PIC X(12).
                02 CONS-CREDOR PIC 9(3).
                02 CONS-PARCELA PIC 9(6)V99.
                02 CONS-QTD-PARC PIC 9(3).
                02 CONS-PARC-PAGAS PIC 9(3).
                02 CONS-PENDENTE PIC 9(7)V99.
                02 CONS-PERIODO-ULT PIC 9(6).
                02 CONS-PAGAS-ANT PIC 9(3).
                02 CONS-PENDENTE-ANT PIC 9(7)V99.

      * uma linha por contrato com parcela ou saldo a compensar no
      * mes: o devido (parcela mais o que ficou do mes anterior), o
      * descontado dentro da margem e a nova situacao do contrato
      * (parcelas vencidas e saldo a compensar), em valor absoluto,
      * para que a baixa no REPCONS possa ser repetida sem somar duas
      * vezes.
           FD DESCCONS
             LABEL RECORD ARE STANDARD
             VALUE OF FILE-ID IS "DESCCONS.DAT".

             01 REG-DESCCONS.
                02 DCON-CODIGO PIC 9(5).
                02 DCON-CONTRATO PIC X(12).
                02 DCON-CREDOR PIC 9(3).
                02 DCON-PERIODO PIC 9(6).
                02 DCON-PARCELA PIC 9(6)V99.
                02 DCON-DEVIDO PIC 9(7)V99.
                02 DCON-DESCONTADO PIC 9(7)V99.
                02 DCON-PENDENTE PIC 9(7)V99.
                02 DCON-PARC-PAGAS PIC 9(3).
                02 DCON-QTD-PARC PIC 9(3).
                02 DCON-CICLO PIC 9(6).

           WORKING-STORAGE SECTION.
           77 FLAG PIC 9(1) VALUE 0.
           77 CNT-DT PIC 9(2) VALUE 0.
      * area de trabalho dos movimentos variaveis do mes (MOVFOLHA.DAT):
      * eventos HE (horas extras, valor em horas a 1,5x a hora normal),
      * FA (horas de falta, descontadas a hora normal), BO (bonificacao
      * em valor), DE (desconto avulso em valor) e DR (diferenca
      * retroativa de dissidio em valor, um evento por mes fechado,
      * gerado pelo programa DISSIDIO). HE/BO/FA/DR entram na base de
      * INSS/FGTS/IRRF; DE so reduz o liquido. jornada padrao de 220
      * horas mensais para o valor-hora. o limite da tabela comporta
      * o retroativo de um dissidio alem dos movimentos do mes.
           77 WS-MOVF-STATUS PIC X(2).
           77 FLAG-MOVF PIC 9(1) VALUE 0.
           77 WS-QTD-MOVF PIC 9(3) VALUE 0.
           77 WS-BRUTO-MES PIC 9(8)V99 VALUE 0.

           01 TAB-MOVF.
             02 TAB-MOVF-ITEM OCCURS 999 TIMES.
                03 TAB-MOVF-CODIGO PIC 9(5).
                03 TAB-MOVF-EVENTO PIC X(2).
                03 TAB-MOVF-VALOR PIC 9(6)V99.
           77 WS-TOTAL-FGTS PIC 9(9)V99 VALUE 0.
           77 WS-INSS-PATRONAL PIC 9(9)V99 VALUE 0.
           77 WS-TAXA-INSS-PATRONAL PIC V99 VALUE 0,20.
           77 WS-TOTAL-IRRF PIC 9(9)V99 VALUE 0.

      * area de trabalho do lancamento contabil (LANCCONT.DAT). a
      * despesa de salarios de cada centro de custo e o bruto do mes
      * acumulado em TAB-DEP; os encargos (FGTS + INSS patronal) sao
      * rateados pelo bruto de cada centro e o ultimo centro com
      * movimento recebe a sobra do arredondamento, para que o total
      * debitado feche com o valor da guia. descontos avulsos (DE)
      * efetivamente retidos saem como credito a repassar, senao o
      * liquido mais as retencoes nao fechariam com o bruto.
      * plano de contas usado na interface:
      *   410101 despesa com salarios (debito, por centro de custo)
      *   410102 encargos sociais     (debito, por centro de custo)
      *   210101 salarios a pagar     (credito, liquido da remessa)
      *   210201 INSS retido a recolher
      *   210202 IRRF retido a recolher
      *   210203 FGTS a recolher
      *   210204 INSS patronal a recolher
      *   210301 descontos a repassar
      *   210302 consignados a repassar (parcelas de emprestimo)
           77 WS-CCUSTO-FOLHA PIC 9(2) VALUE 0.
           77 WS-ULTIMO-CC PIC 9(3) VALUE 0.
           77 WS-TOTAL-ENCARGOS PIC 9(9)V99 VALUE 0.
           77 WS-ENCARGOS-RATEADO PIC 9(9)V99 VALUE 0.
           77 WS-LANC-ENCARGO PIC S9(9)V99 VALUE 0.
           77 WS-TOTAL-DESC-AVULSO PIC 9(9)V99 VALUE 0.
           77 WS-DESC-AVULSO-FUNC PIC 9(8)V99 VALUE 0.
           77 WS-LANC-QTD PIC 9(6) VALUE 0.
           77 WS-LANC-DEBITOS PIC 9(12)V99 VALUE 0.
           77 WS-LANC-CREDITOS PIC 9(12)V99 VALUE 0.

           01 REG-LANC-HEADER.
             02 LH-TIPO PIC X(1) VALUE "H".
             02 LH-EMPRESA PIC 9(14).
             02 LH-PERIODO PIC 9(6).
             02 LH-CICLO PIC 9(6).
             02 FILLER PIC X(33) VALUE SPACES.

           01 REG-LANC-DET.
             02 LD-TIPO PIC X(1) VALUE "L".
             02 LD-NATUREZA PIC X(1).
             02 LD-CONTA PIC 9(6).
             02 LD-CCUSTO PIC 9(2).
             02 LD-VALOR PIC 9(11)V99.
             02 LD-HISTORICO PIC X(30).
             02 FILLER PIC X(7) VALUE SPACES.

           01 REG-LANC-TRAILER.
             02 LT-TIPO PIC X(1) VALUE "T".
             02 LT-QTD PIC 9(6).
             02 LT-DEBITOS PIC 9(12)V99.
             02 LT-CREDITOS PIC 9(12)V99.
             02 FILLER PIC X(25) VALUE SPACES.

      * area de trabalho do acumulador de YTD (ACUMYTD.DAT), gravado
      * como ledger (uma linha por funcionario por rodada da folha
             02 WS-PER-LIDO-ANO PIC 9(4).
             02 WS-PER-LIDO-MES PIC 9(2).

      * controle de periodos (PERCTL.DAT): tabela do arquivo inteiro,
      * limite de 200 periodos (mais de quinze anos de meses e
      * decimos terceiros). WS-PCTL-FECHA indica que o modo fecha o
      * periodo no fim (folha mensal e decimo terceiro); ferias e
      * rescisao, que rodam varias vezes no mes, so conferem.
           77 WS-PCTL-STATUS PIC X(2).
           77 WS-REAB-STATUS PIC X(2).
           77 FLAG-PCTL PIC 9(1) VALUE 0.
           77 WS-QTD-PCTL PIC 9(3) VALUE 0.
           77 WS-PCTL-IDX PIC 9(3) VALUE 0.
           77 WS-PCTL-IDX-ACHADO PIC 9(3) VALUE 0.
           77 WS-PCTL-ACHOU PIC X(1) VALUE "N".
           77 WS-PCTL-FECHA PIC X(1) VALUE "N".
           77 WS-REAB-OK PIC X(1) VALUE "N".
           77 WS-REAB-RESP PIC X(10) VALUE SPACES.
           77 WS-PCTL-DATA PIC 9(8) VALUE 0.
           77 WS-QTD-ESTORNO PIC 9(3) VALUE 0.
           77 WS-EST-IDX PIC 9(3) VALUE 0.
           77 WS-EST-IDX-ACHADO PIC 9(3) VALUE 0.
           77 WS-EST-LIQ PIC 9(8)V99 VALUE 0.

           01 WS-PCTL-PERIODO.
             02 WS-PCTL-ANO PIC 9(4).
             02 WS-PCTL-MES PIC 9(2).

           01 TAB-PCTL.
             02 TAB-PCTL-ITEM OCCURS 200 TIMES.
                03 TAB-PCTL-PERIODO PIC 9(6).
                03 TAB-PCTL-SITUACAO PIC X(1).
                03 TAB-PCTL-CICLO PIC 9(6).
                03 TAB-PCTL-SEQ PIC 9(6).
                03 TAB-PCTL-DATA PIC 9(8).
                03 TAB-PCTL-QTD-REAB PIC 9(2).
                03 TAB-PCTL-RESP PIC X(10).
                03 TAB-PCTL-CICLO-REAB PIC 9(6).

      * saldo liquido do periodo reaberto por funcionario (linhas
      * normais menos estornos anteriores), estornado de uma vez.
           01 TAB-ESTORNO.
             02 TAB-EST-ITEM OCCURS 500 TIMES.
                03 TAB-EST-CODIGO PIC 9(5).
                03 TAB-EST-SAL PIC S9(9)V99.
                03 TAB-EST-INSS PIC S9(9)V99.
                03 TAB-EST-IRRF PIC S9(9)V99.
                03 TAB-EST-LIQ PIC S9(9)V99.

      * emprestimo consignado: a margem do mes e 35% do liquido
      * (bruto menos INSS e IRRF), limitada ao que sobrou depois dos
      * descontos avulsos; os contratos do funcionario sao
      * descontados na ordem do arquivo ate a margem acabar, e o que
      * nao coube vai para o saldo a compensar do contrato. na
      * rescisao a mesma tabela lista o saldo em aberto.
           77 WS-CONS-STATUS PIC X(2).
           77 FLAG-CONS PIC 9(1) VALUE 0.
           77 WS-QTD-CONS PIC 9(3) VALUE 0.
           77 WS-CONS-IDX PIC 9(3) VALUE 0.
           77 WS-CONS-PERIODO PIC 9(6) VALUE 0.
           77 WS-CONS-MARGEM PIC 9(8)V99 VALUE 0.
           77 WS-CONS-DEVIDO PIC 9(8)V99 VALUE 0.
           77 WS-CONS-DESCONTO PIC 9(8)V99 VALUE 0.
           77 WS-CONS-PAGAS PIC 9(3) VALUE 0.
           77 WS-CONS-FUNC PIC 9(8)V99 VALUE 0.
           77 WS-CONS-SALDO PIC 9(9)V99 VALUE 0.
           77 WS-CONS-SALDO-TOT PIC 9(9)V99 VALUE 0.
           77 WS-CONS-RESTANTES PIC 9(3) VALUE 0.
           77 WS-CONS-QTD-RESC PIC 9(3) VALUE 0.
           77 WS-TOTAL-CONSIG PIC 9(9)V99 VALUE 0.

           01 TAB-CONS.
             02 TAB-CONS-ITEM OCCURS 500 TIMES.
                03 TAB-CONS-CODIGO PIC 9(5).
                03 TAB-CONS-CONTRATO PIC X(12).
                03 TAB-CONS-CREDOR PIC 9(3).
                03 TAB-CONS-PARCELA PIC 9(6)V99.
                03 TAB-CONS-QTD-PARC PIC 9(3).
                03 TAB-CONS-PAGAS PIC 9(3).
                03 TAB-CONS-PENDENTE PIC 9(7)V99.

           01 CAB-CONS-RESC.
             02 FILLER PIC X(15) VALUE SPACES.
             02 FILLER PIC X(35)
                VALUE "EMPRESTIMOS CONSIGNADOS EM ABERTO".

           01 LIN-CONS-RESC.
             02 FILLER PIC X(15) VALUE SPACES.
             02 FILLER PIC X(9) VALUE "CONTRATO ".
             02 LIN-CONS-CONTRATO PIC X(12).
             02 FILLER PIC X(8) VALUE " CREDOR ".
             02 LIN-CONS-CREDOR PIC 9(3).
             02 FILLER PIC X(7) VALUE " PARC. ".
             02 LIN-CONS-RESTANTES PIC ZZ9.
             02 FILLER PIC X(1) VALUE SPACE.
             02 LIN-CONS-SALDO PIC ZZ.ZZZ.ZZZ,99.

      * area de trabalho do modo D (declaracao anual de retencoes):
      * o ledger do ano-base e distribuido por CODIGO e por mes, com
      * a contagem de linhas de cada mes para achar mes duplicado
      * (mais de uma linha) ou mes faltante (sem linha entre o
      * primeiro e o ultimo mes pago do funcionario no ano).
           77 WS-DIRFCTL-STATUS PIC X(2).
           77 WS-DIRF-ANO PIC 9(4) VALUE 0.
           77 WS-QTD-DIRF PIC 9(3) VALUE 0.
           77 WS-DIRF-IDX PIC 9(3) VALUE 0.
           77 WS-DIRF-IDX-ACHADO PIC 9(3) VALUE 0.
           77 WS-DIRF-ACHOU PIC X(1) VALUE "N".
           77 WS-DIRF-COD-BUSCA PIC 9(5) VALUE 0.
           77 WS-DIRF-MES PIC 9(2) VALUE 0.
           77 WS-DIRF-PRIM-MES PIC 9(2) VALUE 0.
           77 WS-DIRF-ULT-MES PIC 9(2) VALUE 0.
           77 WS-QTD-EXC-DIRF PIC 9(4) VALUE 0.
           77 FLAG-DIRF-FUNC PIC 9(1) VALUE 0.
           77 WS-DIRF-TOT-REND PIC 9(12)V99 VALUE 0.
           77 WS-DIRF-TOT-INSS PIC 9(12)V99 VALUE 0.
           77 WS-DIRF-TOT-IRRF PIC 9(12)V99 VALUE 0.

           01 TAB-DIRF.
             02 TAB-DIRF-ITEM OCCURS 500 TIMES.
                03 TAB-DIRF-CODIGO PIC 9(5).
                03 TAB-DIRF-NOME PIC X(30).
                03 TAB-DIRF-MESES OCCURS 12 TIMES.
                   04 TAB-DIRF-REND PIC 9(9)V99.
                   04 TAB-DIRF-INSS PIC 9(8)V99.
                   04 TAB-DIRF-IRRF PIC 9(8)V99.
                   04 TAB-DIRF-QTD PIC 9(2).

           01 REG-DIRF-HEADER.
             02 DH-TIPO PIC X(1) VALUE "1".
             02 DH-EMPRESA PIC 9(14).
             02 DH-ANO-BASE PIC 9(4).
             02 DH-CICLO PIC 9(6).
             02 DH-DATA PIC 9(8).
             02 FILLER PIC X(408) VALUE SPACES.

           01 REG-DIRF-BENEF.
             02 DB-TIPO PIC X(1) VALUE "2".
             02 DB-CODIGO PIC 9(5).
             02 DB-NOME PIC X(30).
             02 DB-MESES OCCURS 12 TIMES.
                03 DB-MES-REND PIC 9(9)V99.
                03 DB-MES-INSS PIC 9(8)V99.
                03 DB-MES-IRRF PIC 9(8)V99.
             02 DB-TOT-REND PIC 9(9)V99.
             02 DB-TOT-INSS PIC 9(9)V99.
             02 DB-TOT-IRRF PIC 9(9)V99.

           01 REG-DIRF-TRAILER.
             02 DT-TIPO PIC X(1) VALUE "9".
             02 DT-QTD PIC 9(6).
             02 DT-TOT-REND PIC 9(12)V99.
             02 DT-TOT-INSS PIC 9(12)V99.
             02 DT-TOT-IRRF PIC 9(12)V99.
             02 FILLER PIC X(392) VALUE SPACES.

           01 CAB-EXC-DIRF.
             02 FILLER PIC X(15) VALUE SPACES.
             02 FILLER PIC X(31)
                VALUE "RELATORIO DE EXCECAO - DIRF   ".
             02 FILLER PIC X(9) VALUE "ANO BASE ".
             02 CAB-EXC-DIRF-ANO PIC 9(4).
             02 FILLER PIC X(7) VALUE " CICLO ".
             02 CAB-EXC-DIRF-CICLO PIC 9(6).

           01 DET-EXC-DIRF.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(4) VALUE "COD ".
             02 DET-EXC-DIRF-COD PIC 9(5).
             02 FILLER PIC X(6) VALUE "  MES ".
             02 DET-EXC-DIRF-MES PIC 99.
             02 FILLER PIC X(2) VALUE SPACES.
             02 DET-EXC-DIRF-MOTIVO PIC X(30).
             02 FILLER PIC X(8) VALUE " LINHAS ".
             02 DET-EXC-DIRF-QTD PIC Z9.

           01 TOT-EXC-DIRF.
             02 FILLER PIC X(10) VALUE SPACES.
             02 FILLER PIC X(27) VALUE "TOTAL DE EXCECOES DA DIRF  ".
             02 TOT-EXC-DIRF-QTD PIC ZZZ9.

      * area de trabalho do modo 3 (decimo terceiro salario).
           77 FLAG-13 PIC 9(1) VALUE 0.
           77 WS-SAL13 PIC 9(8)V99 VALUE 0.
           77 WS-BASE-IRRF-FER PIC S9(8)V99 VALUE 0.
           77 WS-IRRF-FER PIC 9(8)V99 VALUE 0.
           77 WS-LIQUIDO-FER PIC 9(8)V99 VALUE 0.
           77 WS-FER-DIAS PIC 9(2) VALUE 0.
           77 WS-FER-SALDO PIC 9(3) VALUE 0.
           77 WS-FER-RESTA PIC 9(2) VALUE 0.
           77 WS-FER-DEBITO PIC 9(2) VALUE 0.
           77 WS-FER-SALDO-OK PIC X(1) VALUE "N".
           77 WS-CFER-STATUS PIC X(2).
           77 FLAG-CFER PIC 9(1) VALUE 0.
           77 WS-QTD-CFER PIC 9(4) VALUE 0.
           77 WS-CFER-IDX PIC 9(4) VALUE 0.

           01 TAB-CFER.
             02 TAB-CFER-ITEM OCCURS 3000 TIMES.
                03 TAB-CFER-REG PIC X(40).
                03 TAB-CFER-DET REDEFINES TAB-CFER-REG.
                   04 TAB-CFER-CODIGO PIC 9(5).
                   04 TAB-CFER-INICIO PIC 9(8).
                   04 TAB-CFER-FIM PIC 9(8).
                   04 TAB-CFER-LIMITE PIC 9(8).
                   04 TAB-CFER-DIR PIC 9(2).
                   04 TAB-CFER-GOZ PIC 9(2).
                   04 TAB-CFER-SIT PIC X(1).
                   04 TAB-CFER-CICLO PIC 9(6).

      * area de trabalho do modo R (rescisao de um unico
      * funcionario): saldo de salario pelos dias trabalhados no mes
      * do desligamento (base de 30 dias), ferias proporcionais em
      * avos de 1/12 do periodo aquisitivo aberto (fracao de 15 dias
      * ou mais conta como avo) mais o terco constitucional, com
      * INSS e IRRF calculados sobre cada parcela pelas tabelas
      * vigentes.
           77 WS-RESCCOD-STATUS PIC X(2).
           77 FLAG-RESC PIC 9(1) VALUE 0.
           77 WS-RESC-CODIGO PIC 9(5) VALUE 0.
             02 WS-RESC-DIA PIC 9(2).
           01 WS-RESC-DATA-X REDEFINES WS-RESC-DATA PIC X(8).

      * inicio do periodo aquisitivo aberto: ultimo aniversario da
      * admissao (DATA-ADM do CADFUNC) ate a data do desligamento.
           77 WS-RESC-ADM PIC 9(8) VALUE 0.
           01 WS-RESC-PER.
             02 WS-RESC-PER-ANO PIC 9(4).
             02 WS-RESC-PER-MES PIC 9(2).
             02 WS-RESC-PER-DIA PIC 9(2).
           01 WS-RESC-PER-N REDEFINES WS-RESC-PER PIC 9(8).
           77 WS-RESC-MESES PIC S9(4) VALUE 0.
           77 WS-RESC-RESTO PIC S9(4) VALUE 0.

      * AUD-GRAVADOS registra as linhas de HOLERITE impressas;
      * AUD-GRAVADOS-2 registra os registros gravados em BANCO.DAT.
           01 LIN-AUDITLOG.

           01 CAB-DEPTO.
             02 FILLER PIC X(15) VALUE SPACES.
             02 FILLER PIC X(36)
                VALUE "TOTAIS DE FOLHA POR CENTRO DE CUSTO".

           01 LIN-DEPTO.
             02 FILLER PIC X(15) VALUE SPACES.
             02 FILLER PIC X(4) VALUE "CC  ".
             02 LIN-DEP-COD PIC 99.
             02 FILLER PIC X(3) VALUE " - ".
             02 LIN-DEP-NOME PIC X(20).

           01 LIN-ERRO-FER.
             02 FILLER PIC X(15) VALUE SPACES.
             02 LIN-ERRO-FER-MOTIVO PIC X(23).
             02 LIN-ERRO-FER-COD PIC 9(5).
             02 LIN-ERRO-FER-COMPL PIC X(30).

           01 LIN-ERRO-FER-SALDO.
             02 FILLER PIC X(9) VALUE " PEDIDOS ".
             02 LIN-ERRO-FER-PEDIDO PIC Z9.
             02 FILLER PIC X(8) VALUE " SALDO  ".
             02 LIN-ERRO-FER-SDO PIC ZZ9.

           01 TOT-ERRO-FER.
             02 FILLER PIC X(10) VALUE SPACES.
             02 LIN-RESC-DT PIC 9(8).
             02 FILLER PIC X(7) VALUE "  AVOS ".
             02 LIN-RESC-AVOS PIC Z9.
             02 FILLER PIC X(9) VALUE "  DESDE  ".
             02 LIN-RESC-PER PIC 9(8).

           01 CAB-ERRO-RESC.
             02 FILLER PIC X(15) VALUE SPACES.
               PERFORM FERIAS-PASS
             WHEN "A" WHEN "a"
               PERFORM INFORME-ANUAL-PASS
             WHEN "D" WHEN "d"
               PERFORM DIRF-PASS
             WHEN "R" WHEN "r"
               PERFORM RESCISAO-PASS
             WHEN OTHER
           PERFORM CARREGAR-MOVFOLHA.
           PERFORM LER-CARTAO-BANCO.
           PERFORM LER-CHECKPOINT.
           MOVE "S" TO WS-PCTL-FECHA.
           PERFORM DEFINIR-PERIODO-CTL.
           PERFORM CONFERIR-PERIODO.
           IF WS-RESTART EQUAL "S"
             OPEN INPUT CADFUNC
             OPEN EXTEND HOLERITE BANCO ERROMOV
           ELSE
             MOVE FUNCTION CURRENT-DATE TO WS-AUD-DATA-HORA
             MOVE WS-AUD-DATA-HORA(1:6) TO WS-PERIODO-ATUAL.
           MOVE WS-PERIODO-ATUAL TO WS-CONS-PERIODO.
           PERFORM CARREGAR-CONSIG.
           IF WS-RESTART EQUAL "S"
             OPEN EXTEND DESCCONS
           ELSE
             OPEN OUTPUT DESCCONS.

      * DEPTO.DAT e um cadastro pequeno e de baixo volume; carregado
      * sempre do inicio, independente de restart, como TAB-DEP ja e
           WRITE REG-BANCOCTL.
           CLOSE BANCOCTL.

      * periodo de lancamento pela data do cartao de ciclo (ou da
      * maquina, em rodada avulsa); o decimo terceiro troca o mes
      * por 13 depois desta chamada.
       DEFINIR-PERIODO-CTL.
           IF WS-CICLO-DATA > 0
             MOVE WS-CICLO-DATA(1:6) TO WS-PCTL-PERIODO
           ELSE
             MOVE FUNCTION CURRENT-DATE TO WS-AUD-DATA-HORA
             MOVE WS-AUD-DATA-HORA(1:6) TO WS-PCTL-PERIODO.

      * um periodo fechado ja foi ao banco: a folha mensal e o decimo
      * terceiro reenviados dobrariam ACUMYTD.DAT, a remessa e a guia,
      * e ferias/rescisao lancariam num mes ja contabilizado. sem
      * cartao de reabertura valido o passo cai antes de abrir as
      * saidas. a folha mensal retomada de checkpoint passa (o
      * fechamento acontece antes da limpeza do CKPT4). na folha
      * mensal e no decimo terceiro o cartao reabre o periodo, que
      * volta a fechar no fim da rodada; em ferias e rescisao ele so
      * autoriza o lancamento e o periodo continua fechado.
       CONFERIR-PERIODO.
           PERFORM CARREGAR-PERCTL.
           PERFORM LOCALIZAR-PERCTL.
           IF WS-PCTL-ACHOU EQUAL "S"
             IF TAB-PCTL-SITUACAO(WS-PCTL-IDX-ACHADO) EQUAL "F"
               AND WS-RESTART NOT EQUAL "S"
               PERFORM LER-CARTAO-REAB
               IF WS-REAB-OK EQUAL "N"
                 DISPLAY "ERRO: PERIODO " WS-PCTL-PERIODO
                   " FECHADO NO CICLO "
                   TAB-PCTL-CICLO(WS-PCTL-IDX-ACHADO)
                   " REMESSA " TAB-PCTL-SEQ(WS-PCTL-IDX-ACHADO)
                 DISPLAY "ERRO: REABERTURA EXIGE CARTAO REABFOLHA.DAT"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
               END-IF
               IF WS-PCTL-FECHA EQUAL "S"
                 PERFORM REABRIR-PERIODO
               ELSE
                 DISPLAY "PERIODO " WS-PCTL-PERIODO
                   " FECHADO - LANCAMENTO AUTORIZADO POR "
                   WS-REAB-RESP
               END-IF
             END-IF
           END-IF.

      * o cartao so vale para o periodo e o ciclo que ele nomeia, e
      * precisa trazer o responsavel da folha que autorizou.
       LER-CARTAO-REAB.
           MOVE "N" TO WS-REAB-OK.
           MOVE SPACES TO WS-REAB-RESP.
           OPEN INPUT REABFOLHA.
           IF WS-REAB-STATUS EQUAL "00"
             READ REABFOLHA
               AT END CONTINUE
               NOT AT END
                 IF REAB-PERIODO EQUAL WS-PCTL-PERIODO
                   AND REAB-CICLO EQUAL WS-CICLO-NUM
                   AND REAB-RESPONSAVEL NOT EQUAL SPACES
                   MOVE "S" TO WS-REAB-OK
                   MOVE REAB-RESPONSAVEL TO WS-REAB-RESP
                 END-IF
             END-READ
             CLOSE REABFOLHA.

      * a reabertura da folha mensal estorna o que o periodo ja tem
      * no ledger antes da nova rodada gravar as linhas de novo; o
      * decimo terceiro nao grava ACUMYTD.DAT e so muda a situacao.
       REABRIR-PERIODO.
           MOVE 0 TO WS-QTD-ESTORNO.
           IF WS-PCTL-MES NOT EQUAL 13
             PERFORM ESTORNAR-YTD.
           MOVE "A" TO TAB-PCTL-SITUACAO(WS-PCTL-IDX-ACHADO).
           ADD 1 TO TAB-PCTL-QTD-REAB(WS-PCTL-IDX-ACHADO).
           MOVE WS-REAB-RESP TO TAB-PCTL-RESP(WS-PCTL-IDX-ACHADO).
           MOVE WS-CICLO-NUM TO TAB-PCTL-CICLO-REAB(WS-PCTL-IDX-ACHADO).
           PERFORM GRAVAR-PERCTL.
           DISPLAY "PERIODO " WS-PCTL-PERIODO " REABERTO POR "
             WS-REAB-RESP " - " WS-QTD-ESTORNO
             " FUNCIONARIOS ESTORNADOS EM ACUMYTD.DAT".

      * soma por funcionario o saldo do periodo no ledger (linhas
      * normais menos estornos de reaberturas anteriores) e grava uma
      * linha de estorno por funcionario com saldo.
       ESTORNAR-YTD.
           MOVE 0 TO FLAG-YTD.
           OPEN INPUT ACUMYTD.
           IF WS-YTD-STATUS EQUAL "00"
             PERFORM LER-YTD-ESTORNO UNTIL FLAG-YTD EQUAL 1
             CLOSE ACUMYTD
             OPEN EXTEND ACUMYTD
             PERFORM GRAVAR-ESTORNO
               VARYING WS-EST-IDX FROM 1 BY 1
               UNTIL WS-EST-IDX > WS-QTD-ESTORNO
             CLOSE ACUMYTD.

       LER-YTD-ESTORNO.
           READ ACUMYTD
             AT END MOVE 1 TO FLAG-YTD
             NOT AT END
               IF YTD-PERIODO EQUAL WS-PCTL-PERIODO
                 PERFORM SOMAR-ESTORNO
               END-IF
           END-READ.

       SOMAR-ESTORNO.
           IF YTD-LIQ IS NUMERIC
             MOVE YTD-LIQ TO WS-EST-LIQ
           ELSE
             IF YTD-SAL > YTD-INSS + YTD-IRRF
               COMPUTE WS-EST-LIQ = YTD-SAL - YTD-INSS - YTD-IRRF
             ELSE
               MOVE 0 TO WS-EST-LIQ.
           MOVE 0 TO WS-EST-IDX-ACHADO.
           PERFORM COMPARAR-ESTORNO
             VARYING WS-EST-IDX FROM 1 BY 1
             UNTIL WS-EST-IDX > WS-QTD-ESTORNO.
           IF WS-EST-IDX-ACHADO EQUAL 0
             IF WS-QTD-ESTORNO >= 500
               DISPLAY
                 "ERRO: ACUMYTD.DAT EXCEDE LIMITE DE 500 FUNCIONARIOS"
               CLOSE ACUMYTD
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             COMPUTE WS-QTD-ESTORNO = WS-QTD-ESTORNO + 1
             MOVE WS-QTD-ESTORNO TO WS-EST-IDX-ACHADO
             MOVE YTD-CODIGO TO TAB-EST-CODIGO(WS-QTD-ESTORNO)
             MOVE 0 TO TAB-EST-SAL(WS-QTD-ESTORNO)
             MOVE 0 TO TAB-EST-INSS(WS-QTD-ESTORNO)
             MOVE 0 TO TAB-EST-IRRF(WS-QTD-ESTORNO)
             MOVE 0 TO TAB-EST-LIQ(WS-QTD-ESTORNO)
           END-IF.
           IF YTD-ESTORNO EQUAL "E"
             COMPUTE TAB-EST-SAL(WS-EST-IDX-ACHADO) =
               TAB-EST-SAL(WS-EST-IDX-ACHADO) - YTD-SAL
             COMPUTE TAB-EST-INSS(WS-EST-IDX-ACHADO) =
               TAB-EST-INSS(WS-EST-IDX-ACHADO) - YTD-INSS
             COMPUTE TAB-EST-IRRF(WS-EST-IDX-ACHADO) =
               TAB-EST-IRRF(WS-EST-IDX-ACHADO) - YTD-IRRF
             COMPUTE TAB-EST-LIQ(WS-EST-IDX-ACHADO) =
               TAB-EST-LIQ(WS-EST-IDX-ACHADO) - WS-EST-LIQ
           ELSE
             COMPUTE TAB-EST-SAL(WS-EST-IDX-ACHADO) =
               TAB-EST-SAL(WS-EST-IDX-ACHADO) + YTD-SAL
             COMPUTE TAB-EST-INSS(WS-EST-IDX-ACHADO) =
               TAB-EST-INSS(WS-EST-IDX-ACHADO) + YTD-INSS
             COMPUTE TAB-EST-IRRF(WS-EST-IDX-ACHADO) =
               TAB-EST-IRRF(WS-EST-IDX-ACHADO) + YTD-IRRF
             COMPUTE TAB-EST-LIQ(WS-EST-IDX-ACHADO) =
               TAB-EST-LIQ(WS-EST-IDX-ACHADO) + WS-EST-LIQ.

       COMPARAR-ESTORNO.
           IF TAB-EST-CODIGO(WS-EST-IDX) EQUAL YTD-CODIGO
             MOVE WS-EST-IDX TO WS-EST-IDX-ACHADO.

       GRAVAR-ESTORNO.
           IF TAB-EST-SAL(WS-EST-IDX) > 0
             OR TAB-EST-INSS(WS-EST-IDX) > 0
             OR TAB-EST-IRRF(WS-EST-IDX) > 0
             OR TAB-EST-LIQ(WS-EST-IDX) > 0
             MOVE TAB-EST-CODIGO(WS-EST-IDX) TO YTD-CODIGO
             MOVE TAB-EST-SAL(WS-EST-IDX) TO YTD-SAL
             MOVE TAB-EST-INSS(WS-EST-IDX) TO YTD-INSS
             MOVE TAB-EST-IRRF(WS-EST-IDX) TO YTD-IRRF
             MOVE WS-PCTL-PERIODO TO YTD-PERIODO
             MOVE TAB-EST-LIQ(WS-EST-IDX) TO YTD-LIQ
             MOVE "E" TO YTD-ESTORNO
             WRITE REG-ACUMYTD.

      * fecha o periodo com o ciclo e a sequencia de remessa usada no
      * header desta rodada (o BANCOCTL ja foi avancado para a
      * proxima).
       FECHAR-PERIODO.
           PERFORM CARREGAR-PERCTL.
           PERFORM LOCALIZAR-PERCTL.
           IF WS-PCTL-ACHOU EQUAL "N"
             IF WS-QTD-PCTL >= 200
               DISPLAY "ERRO: PERCTL.DAT EXCEDE LIMITE 200"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             COMPUTE WS-QTD-PCTL = WS-QTD-PCTL + 1
             MOVE WS-QTD-PCTL TO WS-PCTL-IDX-ACHADO
             MOVE WS-PCTL-PERIODO TO TAB-PCTL-PERIODO(WS-QTD-PCTL)
             MOVE 0 TO TAB-PCTL-QTD-REAB(WS-QTD-PCTL)
             MOVE SPACES TO TAB-PCTL-RESP(WS-QTD-PCTL)
             MOVE 0 TO TAB-PCTL-CICLO-REAB(WS-QTD-PCTL)
           END-IF.
           IF WS-CICLO-DATA > 0
             MOVE WS-CICLO-DATA TO WS-PCTL-DATA
           ELSE
             MOVE FUNCTION CURRENT-DATE TO WS-AUD-DATA-HORA
             MOVE WS-AUD-DATA-HORA(1:8) TO WS-PCTL-DATA.
           MOVE "F" TO TAB-PCTL-SITUACAO(WS-PCTL-IDX-ACHADO).
           MOVE WS-CICLO-NUM TO TAB-PCTL-CICLO(WS-PCTL-IDX-ACHADO).
           MOVE WS-BCTL-SEQ TO TAB-PCTL-SEQ(WS-PCTL-IDX-ACHADO).
           MOVE WS-PCTL-DATA TO TAB-PCTL-DATA(WS-PCTL-IDX-ACHADO).
           PERFORM GRAVAR-PERCTL.

       CARREGAR-PERCTL.
           MOVE 0 TO WS-QTD-PCTL.
           MOVE 0 TO FLAG-PCTL.
           OPEN INPUT PERCTL.
           IF WS-PCTL-STATUS EQUAL "00"
             PERFORM GUARDAR-PERCTL UNTIL FLAG-PCTL EQUAL 1
             CLOSE PERCTL.

       GUARDAR-PERCTL.
           READ PERCTL
             AT END MOVE 1 TO FLAG-PCTL
             NOT AT END
               IF WS-QTD-PCTL EQUAL 200
                 DISPLAY "ERRO: PERCTL.DAT EXCEDE LIMITE 200"
                 CLOSE PERCTL
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
               END-IF
               COMPUTE WS-QTD-PCTL = WS-QTD-PCTL + 1
               MOVE PCTL-PERIODO TO TAB-PCTL-PERIODO(WS-QTD-PCTL)
               MOVE PCTL-SITUACAO TO
                 TAB-PCTL-SITUACAO(WS-QTD-PCTL)
               MOVE PCTL-CICLO TO TAB-PCTL-CICLO(WS-QTD-PCTL)
               MOVE PCTL-SEQ-REMESSA TO TAB-PCTL-SEQ(WS-QTD-PCTL)
               MOVE PCTL-DATA TO TAB-PCTL-DATA(WS-QTD-PCTL)
               MOVE PCTL-QTD-REAB TO
                 TAB-PCTL-QTD-REAB(WS-QTD-PCTL)
               MOVE PCTL-RESP-REAB TO TAB-PCTL-RESP(WS-QTD-PCTL)
               MOVE PCTL-CICLO-REAB TO
                 TAB-PCTL-CICLO-REAB(WS-QTD-PCTL)
           END-READ.

       LOCALIZAR-PERCTL.
           MOVE "N" TO WS-PCTL-ACHOU.
           MOVE 0 TO WS-PCTL-IDX-ACHADO.
           PERFORM COMPARAR-PERCTL
             VARYING WS-PCTL-IDX FROM 1 BY 1
             UNTIL WS-PCTL-IDX > WS-QTD-PCTL.

       COMPARAR-PERCTL.
           IF TAB-PCTL-PERIODO(WS-PCTL-IDX) EQUAL WS-PCTL-PERIODO
             MOVE "S" TO WS-PCTL-ACHOU
             MOVE WS-PCTL-IDX TO WS-PCTL-IDX-ACHADO.

       GRAVAR-PERCTL.
           OPEN OUTPUT PERCTL.
           PERFORM GRAVAR-REG-PERCTL
             VARYING WS-PCTL-IDX FROM 1 BY 1
             UNTIL WS-PCTL-IDX > WS-QTD-PCTL.
           CLOSE PERCTL.

       GRAVAR-REG-PERCTL.
           MOVE TAB-PCTL-PERIODO(WS-PCTL-IDX) TO PCTL-PERIODO.
           MOVE TAB-PCTL-SITUACAO(WS-PCTL-IDX) TO PCTL-SITUACAO.
           MOVE TAB-PCTL-CICLO(WS-PCTL-IDX) TO PCTL-CICLO.
           MOVE TAB-PCTL-SEQ(WS-PCTL-IDX) TO PCTL-SEQ-REMESSA.
           MOVE TAB-PCTL-DATA(WS-PCTL-IDX) TO PCTL-DATA.
           MOVE TAB-PCTL-QTD-REAB(WS-PCTL-IDX) TO PCTL-QTD-REAB.
           MOVE TAB-PCTL-RESP(WS-PCTL-IDX) TO PCTL-RESP-REAB.
           MOVE TAB-PCTL-CICLO-REAB(WS-PCTL-IDX) TO PCTL-CICLO-REAB.
           WRITE REG-PERCTL.

      * carrega as faixas vigentes de INSS e IRRF; sem tabela
      * aplicavel a folha nao pode rodar, entao a falta do arquivo ou
      * de vigencia valida derruba o passo antes de abrir as saidas.
               READ MOVFOLHA
                 AT END MOVE 1 TO FLAG-MOVF
                 NOT AT END
                   IF WS-QTD-MOVF EQUAL 999
                     DISPLAY "ERRO: MOVFOLHA.DAT EXCEDE LIMITE 999"
                     CLOSE MOVFOLHA
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                   ELSE
                     COMPUTE WS-QTD-MOVF = WS-QTD-MOVF + 1
                 MOVE CKPT4-QTD-REJ-MOV TO WS-QTD-REJ-MOV
                 MOVE CKPT4-BANCO-QTD TO WS-BANCO-QTD
                 MOVE CKPT4-BANCO-HASH TO WS-BANCO-HASH
                 MOVE CKPT4-TOTAL-IRRF TO WS-TOTAL-IRRF
                 MOVE CKPT4-TOTAL-CONSIG TO WS-TOTAL-CONSIG
                 MOVE CKPT4-TOTAL-DESC-AVULSO TO WS-TOTAL-DESC-AVULSO
                 MOVE "S" TO WS-RESTART
             END-READ
             CLOSE CKPT4.
           MOVE WS-QTD-REJ-MOV TO CKPT4-QTD-REJ-MOV.
           MOVE WS-BANCO-QTD TO CKPT4-BANCO-QTD.
           MOVE WS-BANCO-HASH TO CKPT4-BANCO-HASH.
           MOVE WS-TOTAL-IRRF TO CKPT4-TOTAL-IRRF.
           MOVE WS-TOTAL-CONSIG TO CKPT4-TOTAL-CONSIG.
           MOVE WS-TOTAL-DESC-AVULSO TO CKPT4-TOTAL-DESC-AVULSO.
           WRITE REG-CKPT4.
           CLOSE CKPT4.

           MOVE WS-QTD-REJ-MOV TO CKPT4-QTD-REJ-MOV.
           MOVE WS-BANCO-QTD TO CKPT4-BANCO-QTD.
           MOVE WS-BANCO-HASH TO CKPT4-BANCO-HASH.
           MOVE WS-TOTAL-IRRF TO CKPT4-TOTAL-IRRF.
           MOVE WS-TOTAL-CONSIG TO CKPT4-TOTAL-CONSIG.
           MOVE WS-TOTAL-DESC-AVULSO TO CKPT4-TOTAL-DESC-AVULSO.
           WRITE REG-CKPT4.
           CLOSE CKPT4.

             WRITE REGBANCO FROM REG-BANCO-TRAILER
             PERFORM IMPRIME-TOTAIS-DEPTO
             PERFORM IMPRIME-GUIA-INSS
             PERFORM GRAVAR-LANCAMENTOS
             PERFORM GRAVAR-AUDITORIA
             PERFORM AVANCAR-CARTAO-BANCO
             PERFORM FECHAR-PERIODO
             MOVE "S" TO WS-TRAILER-OK
             PERFORM GRAVAR-CHECKPOINT-TRAILER.
           CLOSE CADFUNC HOLERITE BANCO ERROMOV DESCCONS.
           IF WS-YTD-ABERTO EQUAL "S"
             CLOSE ACUMYTD
             MOVE "N" TO WS-YTD-ABERTO.
             BEFORE ADVANCING 1 LINES.
           PERFORM APLICAR-MOVIMENTOS.
           PERFORM CALC-DESCONTOS.
           PERFORM DESCONTAR-CONSIGNADO.
           PERFORM IMPRIME-DESCONTOS.
           PERFORM GRAVAR-BANCO.
           PERFORM GRAVAR-YTD.
      * os totais por departamento sao por centro de custo (CCUSTO),
      * nao pela quantidade de dependentes; registro gravado antes
      * do CCUSTO entrar no layout cai no centro 00.
           IF CCUSTO IS NUMERIC
             MOVE CCUSTO TO WS-CCUSTO-FOLHA
           ELSE
             MOVE 0 TO WS-CCUSTO-FOLHA.
           COMPUTE TAB-DEP-TOTAL(WS-CCUSTO-FOLHA + 1) =
             TAB-DEP-TOTAL(WS-CCUSTO-FOLHA + 1) + WS-BRUTO-MES.
           COMPUTE WS-TOTAL-GERAL = WS-TOTAL-GERAL + WS-BRUTO-MES.
           COMPUTE WS-TOTAL-INSS-FUNC = WS-TOTAL-INSS-FUNC + WS-INSS.
           COMPUTE WS-TOTAL-IRRF = WS-TOTAL-IRRF + WS-IRRF.
           COMPUTE WS-TOTAL-DESC-AVULSO = WS-TOTAL-DESC-AVULSO
             + WS-DESC-AVULSO-FUNC.
           COMPUTE WS-TOTAL-FGTS = WS-TOTAL-FGTS + WS-FGTS.
           COMPUTE CNT-DT = CNT-DT + 6.
           IF CNT-DT >= 30
      * o que sobrou do mes viraria credito pelo valor absoluto em
      * BANCO.DAT; o piso em zero segue o mesmo guarda das faltas em
      * APLICAR-MOVIMENTOS (o desconto que nao coube fica para
      * cobranca fora da folha). WS-DESC-AVULSO-FUNC e o que o
      * desconto avulso de fato reteve, e e o que vai ao lancamento
      * contabil de descontos a repassar.
           IF WS-INSS + WS-IRRF + WS-MOV-DESCONTOS > WS-BRUTO-MES
             MOVE 0 TO WS-LIQUIDO
             IF WS-BRUTO-MES > WS-INSS + WS-IRRF
               COMPUTE WS-DESC-AVULSO-FUNC = WS-BRUTO-MES - WS-INSS
                 - WS-IRRF
             ELSE
               MOVE 0 TO WS-DESC-AVULSO-FUNC
             END-IF
           ELSE
             MOVE WS-MOV-DESCONTOS TO WS-DESC-AVULSO-FUNC
             COMPUTE WS-LIQUIDO = WS-BRUTO-MES - WS-INSS - WS-IRRF
               - WS-MOV-DESCONTOS.

           PERFORM CALC-IRRF-TABELA.
           MOVE WS-IRRF-CALC TO WS-IRRF.

      * parcelas de consignado do funcionario corrente, dentro da
      * margem de 35%; cada contrato com valor devido gera uma linha
      * em DESCCONS.DAT, mesmo quando a margem nao cobriu nada.
       DESCONTAR-CONSIGNADO.
           MOVE 0 TO WS-CONS-FUNC.
           IF WS-BRUTO-MES > WS-INSS + WS-IRRF
             COMPUTE WS-CONS-MARGEM =
               (WS-BRUTO-MES - WS-INSS - WS-IRRF) * 0,35
           ELSE
             MOVE 0 TO WS-CONS-MARGEM.
           IF WS-CONS-MARGEM > WS-LIQUIDO
             MOVE WS-LIQUIDO TO WS-CONS-MARGEM.
           PERFORM VARYING WS-CONS-IDX FROM 1 BY 1
             UNTIL WS-CONS-IDX > WS-QTD-CONS
             IF TAB-CONS-CODIGO(WS-CONS-IDX) EQUAL CODIGO
               PERFORM DESCONTAR-UM-CONTRATO.
           COMPUTE WS-LIQUIDO = WS-LIQUIDO - WS-CONS-FUNC.
           COMPUTE WS-TOTAL-CONSIG = WS-TOTAL-CONSIG + WS-CONS-FUNC.

      * o devido do mes e o saldo a compensar mais a parcela, se
      * ainda ha parcela a vencer; a parcela conta como vencida
      * mesmo sem margem, e o que faltou segue como saldo. sem
      * margem nenhuma o holerite nao traz linha de desconto zerada,
      * so a do valor a compensar, e o DESCCONS registra o contrato.
       DESCONTAR-UM-CONTRATO.
           MOVE TAB-CONS-PENDENTE(WS-CONS-IDX) TO WS-CONS-DEVIDO.
           MOVE TAB-CONS-PAGAS(WS-CONS-IDX) TO WS-CONS-PAGAS.
           IF WS-CONS-PAGAS < TAB-CONS-QTD-PARC(WS-CONS-IDX)
             COMPUTE WS-CONS-DEVIDO = WS-CONS-DEVIDO
               + TAB-CONS-PARCELA(WS-CONS-IDX)
             COMPUTE WS-CONS-PAGAS = WS-CONS-PAGAS + 1.
           IF WS-CONS-DEVIDO > 0
             IF WS-CONS-DEVIDO > WS-CONS-MARGEM
               MOVE WS-CONS-MARGEM TO WS-CONS-DESCONTO
             ELSE
               MOVE WS-CONS-DEVIDO TO WS-CONS-DESCONTO
             END-IF
             COMPUTE WS-CONS-MARGEM = WS-CONS-MARGEM - WS-CONS-DESCONTO
             COMPUTE WS-CONS-FUNC = WS-CONS-FUNC + WS-CONS-DESCONTO
             IF WS-CONS-DESCONTO > 0
               MOVE "EMPRESTIMO CONSIG.." TO LIN-DESC-LABEL
               MOVE WS-CONS-DESCONTO TO WS-MOV-PARCELA
               PERFORM IMPRIME-LINHA-MOV
             END-IF
             IF WS-CONS-DEVIDO > WS-CONS-DESCONTO
               MOVE "CONSIG. A COMPENSAR" TO LIN-DESC-LABEL
               COMPUTE WS-MOV-PARCELA = WS-CONS-DEVIDO
                 - WS-CONS-DESCONTO
               PERFORM IMPRIME-LINHA-MOV
             END-IF
             PERFORM GRAVAR-DESCCONS.

       GRAVAR-DESCCONS.
           MOVE CODIGO TO DCON-CODIGO.
           MOVE TAB-CONS-CONTRATO(WS-CONS-IDX) TO DCON-CONTRATO.
           MOVE TAB-CONS-CREDOR(WS-CONS-IDX) TO DCON-CREDOR.
           MOVE WS-PERIODO-ATUAL TO DCON-PERIODO.
           MOVE TAB-CONS-PARCELA(WS-CONS-IDX) TO DCON-PARCELA.
           MOVE WS-CONS-DEVIDO TO DCON-DEVIDO.
           MOVE WS-CONS-DESCONTO TO DCON-DESCONTADO.
           COMPUTE DCON-PENDENTE = WS-CONS-DEVIDO - WS-CONS-DESCONTO.
           MOVE WS-CONS-PAGAS TO DCON-PARC-PAGAS.
           MOVE TAB-CONS-QTD-PARC(WS-CONS-IDX) TO DCON-QTD-PARC.
           MOVE WS-CICLO-NUM TO DCON-CICLO.
           WRITE REG-DESCCONS.

      * CONSIG.DAT e opcional (sem contrato, nada a descontar). com
      * WS-CONS-PERIODO igual ao ultimo periodo baixado, o contrato
      * volta a situacao anterior a baixa (folha do mesmo periodo
      * rodada de novo); a rescisao passa periodo zero e le a
      * situacao corrente.
       CARREGAR-CONSIG.
           MOVE 0 TO WS-QTD-CONS.
           MOVE 0 TO FLAG-CONS.
           OPEN INPUT CONSIG.
           IF WS-CONS-STATUS EQUAL "00"
             PERFORM LER-CONSIG UNTIL FLAG-CONS EQUAL 1
             CLOSE CONSIG.

       LER-CONSIG.
           READ CONSIG
             AT END MOVE 1 TO FLAG-CONS
             NOT AT END
               IF WS-QTD-CONS EQUAL 500
                 DISPLAY "ERRO: CONSIG.DAT EXCEDE LIMITE 500"
                 CLOSE CONSIG
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
               END-IF
               COMPUTE WS-QTD-CONS = WS-QTD-CONS + 1
               MOVE CONS-CODIGO TO TAB-CONS-CODIGO(WS-QTD-CONS)
               MOVE CONS-CONTRATO TO
                 TAB-CONS-CONTRATO(WS-QTD-CONS)
               MOVE CONS-CREDOR TO TAB-CONS-CREDOR(WS-QTD-CONS)
               MOVE CONS-PARCELA TO TAB-CONS-PARCELA(WS-QTD-CONS)
               MOVE CONS-QTD-PARC TO
                 TAB-CONS-QTD-PARC(WS-QTD-CONS)
               IF CONS-PERIODO-ULT EQUAL WS-CONS-PERIODO
                 AND WS-CONS-PERIODO > 0
                 MOVE CONS-PAGAS-ANT TO
                   TAB-CONS-PAGAS(WS-QTD-CONS)
                 MOVE CONS-PENDENTE-ANT TO
                   TAB-CONS-PENDENTE(WS-QTD-CONS)
               ELSE
                 MOVE CONS-PARC-PAGAS TO
                   TAB-CONS-PAGAS(WS-QTD-CONS)
                 MOVE CONS-PENDENTE TO
                   TAB-CONS-PENDENTE(WS-QTD-CONS)
               END-IF
           END-READ.

      * aplica os movimentos de MOVFOLHA.DAT do funcionario corrente:
      * cada evento vira uma linha extra no holerite, no estilo de
      * LIN-DESCONTO, e alimenta os acumuladores que entram na base
                 + WS-MOV-PARCELA
               MOVE "BONIFICACAO........." TO LIN-DESC-LABEL
               PERFORM IMPRIME-LINHA-MOV
             WHEN "DR"
               MOVE TAB-MOVF-VALOR(WS-MOVF-IDX) TO WS-MOV-PARCELA
               COMPUTE WS-MOV-PROVENTOS = WS-MOV-PROVENTOS
                 + WS-MOV-PARCELA
               MOVE "DIFERENCA DISSIDIO.." TO LIN-DESC-LABEL
               PERFORM IMPRIME-LINHA-MOV
             WHEN "DE"
               MOVE TAB-MOVF-VALOR(WS-MOVF-IDX) TO WS-MOV-PARCELA
               COMPUTE WS-MOV-DESCONTOS = WS-MOV-DESCONTOS
           MOVE WS-INSS TO YTD-INSS.
           MOVE WS-IRRF TO YTD-IRRF.
           MOVE WS-PERIODO-ATUAL TO YTD-PERIODO.
           MOVE WS-LIQUIDO TO YTD-LIQ.
           MOVE SPACE TO YTD-ESTORNO.
           WRITE REG-ACUMYTD.

       IMPRIME-TOTAIS-DEPTO.
             BEFORE ADVANCING 1 LINES.
           CLOSE GUIAINSS.

      * lancamento contabil da folha, gravado depois da guia (que
      * calcula o INSS patronal). regravado por inteiro a cada
      * execucao, como a guia, entao um restart nao duplica linhas.
      * debitos e creditos tem que bater: cada credito vem do seu
      * proprio acumulador, somado funcionario a funcionario, e nao
      * da diferenca dos demais, entao evento perdido ou lancado em
      * dobro, ou liquido que nao fecha com o bruto, termina com RC=8
      * para a contabilidade nao importar um lote furado.
       GRAVAR-LANCAMENTOS.
           MOVE 0 TO WS-LANC-QTD.
           MOVE 0 TO WS-LANC-DEBITOS.
           MOVE 0 TO WS-LANC-CREDITOS.
           MOVE 0 TO WS-ENCARGOS-RATEADO.
           COMPUTE WS-TOTAL-ENCARGOS = WS-TOTAL-FGTS + WS-INSS-PATRONAL.
           MOVE 0 TO WS-ULTIMO-CC.
           PERFORM VARYING WS-SUB-DEP FROM 0 BY 1
             UNTIL WS-SUB-DEP > 99
             IF TAB-DEP-TOTAL(WS-SUB-DEP + 1) > 0
               MOVE WS-SUB-DEP TO WS-ULTIMO-CC.
           OPEN OUTPUT LANCCONT.
           MOVE WS-BCTL-EMPRESA TO LH-EMPRESA.
           MOVE WS-PERIODO-ATUAL TO LH-PERIODO.
           MOVE WS-CICLO-NUM TO LH-CICLO.
           WRITE REG-LANCCONT FROM REG-LANC-HEADER.
           PERFORM VARYING WS-SUB-DEP FROM 0 BY 1
             UNTIL WS-SUB-DEP > 99
             IF TAB-DEP-TOTAL(WS-SUB-DEP + 1) > 0
               PERFORM GRAVAR-LANC-CCUSTO.
           MOVE "C" TO LD-NATUREZA.
           MOVE 0 TO LD-CCUSTO.
           MOVE 210101 TO LD-CONTA.
           MOVE "SALARIOS A PAGAR" TO LD-HISTORICO.
           MOVE WS-BANCO-HASH TO LD-VALOR.
           PERFORM GRAVAR-LANC-LINHA.
           MOVE 210201 TO LD-CONTA.
           MOVE "INSS RETIDO A RECOLHER" TO LD-HISTORICO.
           MOVE WS-TOTAL-INSS-FUNC TO LD-VALOR.
           PERFORM GRAVAR-LANC-LINHA.
           MOVE 210202 TO LD-CONTA.
           MOVE "IRRF RETIDO A RECOLHER" TO LD-HISTORICO.
           MOVE WS-TOTAL-IRRF TO LD-VALOR.
           PERFORM GRAVAR-LANC-LINHA.
           MOVE 210203 TO LD-CONTA.
           MOVE "FGTS A RECOLHER" TO LD-HISTORICO.
           MOVE WS-TOTAL-FGTS TO LD-VALOR.
           PERFORM GRAVAR-LANC-LINHA.
           MOVE 210204 TO LD-CONTA.
           MOVE "INSS PATRONAL A RECOLHER" TO LD-HISTORICO.
           MOVE WS-INSS-PATRONAL TO LD-VALOR.
           PERFORM GRAVAR-LANC-LINHA.
           MOVE 210301 TO LD-CONTA.
           MOVE "DESCONTOS A REPASSAR" TO LD-HISTORICO.
           MOVE WS-TOTAL-DESC-AVULSO TO LD-VALOR.
           PERFORM GRAVAR-LANC-LINHA.
           MOVE 210302 TO LD-CONTA.
           MOVE "CONSIGNADOS A REPASSAR" TO LD-HISTORICO.
           MOVE WS-TOTAL-CONSIG TO LD-VALOR.
           PERFORM GRAVAR-LANC-LINHA.
           MOVE WS-LANC-QTD TO LT-QTD.
           MOVE WS-LANC-DEBITOS TO LT-DEBITOS.
           MOVE WS-LANC-CREDITOS TO LT-CREDITOS.
           WRITE REG-LANCCONT FROM REG-LANC-TRAILER.
           CLOSE LANCCONT.
           IF WS-LANC-DEBITOS NOT EQUAL WS-LANC-CREDITOS
             DISPLAY "ERRO: LANCCONT.DAT COM DEBITO " WS-LANC-DEBITOS
               " DIFERENTE DO CREDITO " WS-LANC-CREDITOS
             MOVE 8 TO RETURN-CODE.

      * debito da despesa de salarios e do rateio de encargos de um
      * centro de custo.
       GRAVAR-LANC-CCUSTO.
           MOVE "D" TO LD-NATUREZA.
           MOVE WS-SUB-DEP TO LD-CCUSTO.
           MOVE 410101 TO LD-CONTA.
           MOVE "DESPESA COM SALARIOS" TO LD-HISTORICO.
           MOVE TAB-DEP-TOTAL(WS-SUB-DEP + 1) TO LD-VALOR.
           PERFORM GRAVAR-LANC-LINHA.
           IF WS-SUB-DEP EQUAL WS-ULTIMO-CC
             COMPUTE WS-LANC-ENCARGO = WS-TOTAL-ENCARGOS
               - WS-ENCARGOS-RATEADO
           ELSE
             COMPUTE WS-LANC-ENCARGO ROUNDED = WS-TOTAL-ENCARGOS
               * TAB-DEP-TOTAL(WS-SUB-DEP + 1) / WS-TOTAL-GERAL.
           IF WS-LANC-ENCARGO < 0
             MOVE 0 TO WS-LANC-ENCARGO.
           COMPUTE WS-ENCARGOS-RATEADO = WS-ENCARGOS-RATEADO
             + WS-LANC-ENCARGO.
           MOVE 410102 TO LD-CONTA.
           MOVE "ENCARGOS SOCIAIS (INSS+FGTS)" TO LD-HISTORICO.
           MOVE WS-LANC-ENCARGO TO LD-VALOR.
           PERFORM GRAVAR-LANC-LINHA.

      * linha de valor zero nao vai para o lote.
       GRAVAR-LANC-LINHA.
           IF LD-VALOR > 0
             WRITE REG-LANCCONT FROM REG-LANC-DET
             COMPUTE WS-LANC-QTD = WS-LANC-QTD + 1
             IF LD-NATUREZA EQUAL "D"
               COMPUTE WS-LANC-DEBITOS = WS-LANC-DEBITOS + LD-VALOR
             ELSE
               COMPUTE WS-LANC-CREDITOS = WS-LANC-CREDITOS + LD-VALOR.

       IMPCAB.
           MOVE CNT-PG TO PG-NUM.
           WRITE REGHOLERITE FROM CAB-01 BEFORE ADVANCING 1 LINES.
       DECIMO-TERCEIRO-PASS.
           PERFORM CARREGAR-TABELAS-CALC.
           PERFORM LER-CARTAO-BANCO.
           MOVE "S" TO WS-PCTL-FECHA.
           PERFORM DEFINIR-PERIODO-CTL.
           MOVE 13 TO WS-PCTL-MES.
           PERFORM CONFERIR-PERIODO.
           MOVE 0 TO WS-CONT13.
           MOVE 0 TO FLAG-13.
           OPEN INPUT CADFUNC.
           WRITE REG-BANCO13 FROM REG-BANCO-TRAILER.
           CLOSE CADFUNC HOL13 BANCO13.
           PERFORM AVANCAR-CARTAO-BANCO.
           PERFORM FECHAR-PERIODO.
           PERFORM GRAVAR-AUDITORIA-13.
           STOP RUN.

      * MODO F - FOLHA DE FERIAS DE UM UNICO FUNCIONARIO              *
      * CODIGO informado via o cartao de controle FERCOD.DAT, mesmo   *
      * idioma do NUMCTL.DAT em ex2. Sem checkpoint/restart (baixo    *
      * volume, um funcionario por execucao). Os dias pedidos sao     *
      * conferidos contra o saldo dos periodos aquisitivos ja         *
      * completos no CTLFER.DAT e debitados nele quando pagos.        *
      *****************************************************************
       FERIAS-PASS.
           PERFORM CARREGAR-TABELAS-CALC.
           PERFORM LER-CARTAO-BANCO.
           MOVE "N" TO WS-PCTL-FECHA.
           PERFORM DEFINIR-PERIODO-CTL.
           PERFORM CONFERIR-PERIODO.
           MOVE "N" TO WS-FER-ACHOU.
           MOVE 0 TO FLAG-FER.
           MOVE 0 TO WS-FER-CODIGO.
           MOVE 30 TO WS-FER-DIAS.
           OPEN INPUT FERCOD.
           IF WS-FERCOD-STATUS EQUAL "00"
             READ FERCOD
               AT END CONTINUE
               NOT AT END
                 MOVE FER-CODIGO TO WS-FER-CODIGO
                 IF FER-DIAS IS NUMERIC
                   AND FER-DIAS > 0 AND FER-DIAS < 30
                   MOVE FER-DIAS TO WS-FER-DIAS
                 END-IF
             END-READ
             CLOSE FERCOD.
           PERFORM CARREGAR-CTLFER.
           OPEN INPUT CADFUNC.
           OPEN OUTPUT HOLFER BANCOFER.
           PERFORM MONTAR-HEADER-BANCO.
           WRITE REG-ERROFER FROM CAB-ERRO-FER.
           PERFORM LOCALIZAR-FUNC-FER UNTIL FLAG-FER EQUAL 1.
           IF WS-FER-ACHOU EQUAL "S"
             PERFORM CONFERIR-SALDO-FER
             IF WS-FER-SALDO-OK EQUAL "S"
               PERFORM CALC-FERIAS
               PERFORM IMPRIME-FERIAS
               PERFORM DEBITAR-DIAS-FER
               PERFORM GRAVAR-CTLFER
             ELSE
               PERFORM GRAVA-ERRO-FER-SALDO
           ELSE
             PERFORM GRAVA-ERRO-FER.
           PERFORM FIM-FER.

      * sem CTLFER.DAT (CTLFERIAS ainda nao rodou) nao ha saldo
      * adquirido e o pedido cai no relatorio de excecao.
       CARREGAR-CTLFER.
           MOVE 0 TO WS-QTD-CFER.
           MOVE 0 TO FLAG-CFER.
           OPEN INPUT CTLFER.
           IF WS-CFER-STATUS EQUAL "00"
             PERFORM LER-CTLFER UNTIL FLAG-CFER EQUAL 1
             CLOSE CTLFER.

       LER-CTLFER.
           READ CTLFER
             AT END MOVE 1 TO FLAG-CFER
             NOT AT END
               IF WS-QTD-CFER EQUAL 3000
                 DISPLAY "ERRO: CTLFER.DAT EXCEDE LIMITE 3000"
                 CLOSE CTLFER
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
               END-IF
               COMPUTE WS-QTD-CFER = WS-QTD-CFER + 1
               MOVE REG-CTLFER TO TAB-CFER-REG(WS-QTD-CFER)
           END-READ.

      * so entra no saldo o periodo aquisitivo ja completo na data
      * de processamento; o periodo que completou depois da ultima
      * rodada do CTLFERIAS passa a valer os 30 dias aqui mesmo.
       CONFERIR-SALDO-FER.
           MOVE 0 TO WS-FER-SALDO.
           PERFORM SOMAR-SALDO-FER
             VARYING WS-CFER-IDX FROM 1 BY 1
             UNTIL WS-CFER-IDX > WS-QTD-CFER.
           IF WS-FER-SALDO < WS-FER-DIAS
             MOVE "N" TO WS-FER-SALDO-OK
           ELSE
             MOVE "S" TO WS-FER-SALDO-OK.

       SOMAR-SALDO-FER.
           IF TAB-CFER-CODIGO(WS-CFER-IDX) EQUAL WS-FER-CODIGO
             AND TAB-CFER-FIM(WS-CFER-IDX) < WS-DATA-PROC
             MOVE 30 TO TAB-CFER-DIR(WS-CFER-IDX)
             COMPUTE WS-FER-SALDO = WS-FER-SALDO
               + TAB-CFER-DIR(WS-CFER-IDX)
               - TAB-CFER-GOZ(WS-CFER-IDX).

      * debita do periodo mais antigo com saldo para o mais novo; o
      * periodo zerado passa a quitado (Q).
       DEBITAR-DIAS-FER.
           MOVE WS-FER-DIAS TO WS-FER-RESTA.
           PERFORM DEBITAR-PERIODO-FER
             VARYING WS-CFER-IDX FROM 1 BY 1
             UNTIL WS-CFER-IDX > WS-QTD-CFER OR WS-FER-RESTA EQUAL 0.

       DEBITAR-PERIODO-FER.
           IF TAB-CFER-CODIGO(WS-CFER-IDX) EQUAL WS-FER-CODIGO
             AND TAB-CFER-FIM(WS-CFER-IDX) < WS-DATA-PROC
             AND TAB-CFER-GOZ(WS-CFER-IDX)
               < TAB-CFER-DIR(WS-CFER-IDX)
             COMPUTE WS-FER-DEBITO = TAB-CFER-DIR(WS-CFER-IDX)
               - TAB-CFER-GOZ(WS-CFER-IDX)
             IF WS-FER-DEBITO > WS-FER-RESTA
               MOVE WS-FER-RESTA TO WS-FER-DEBITO
             END-IF
             COMPUTE TAB-CFER-GOZ(WS-CFER-IDX) =
               TAB-CFER-GOZ(WS-CFER-IDX) + WS-FER-DEBITO
             COMPUTE WS-FER-RESTA = WS-FER-RESTA - WS-FER-DEBITO
             IF TAB-CFER-GOZ(WS-CFER-IDX)
               EQUAL TAB-CFER-DIR(WS-CFER-IDX)
               MOVE "Q" TO TAB-CFER-SIT(WS-CFER-IDX)
             END-IF
             MOVE WS-CICLO-NUM TO TAB-CFER-CICLO(WS-CFER-IDX).

       GRAVAR-CTLFER.
           OPEN OUTPUT CTLFER.
           PERFORM GRAVAR-REG-CTLFER
             VARYING WS-CFER-IDX FROM 1 BY 1
             UNTIL WS-CFER-IDX > WS-QTD-CFER.
           CLOSE CTLFER.

       GRAVAR-REG-CTLFER.
           WRITE REG-CTLFER FROM TAB-CFER-REG(WS-CFER-IDX).

      * varredura sequencial de CADFUNC ate achar o CODIGO pedido ou
      * chegar ao fim do arquivo (FLAG-FER encerra o PERFORM nos dois
      * casos).
               END-IF
           END-READ.

      * o salario de ferias e proporcional aos dias pedidos, sobre a
      * base comercial de 30 dias.
       CALC-FERIAS.
           COMPUTE WS-SAL-FER ROUNDED =
             WS-SAL-FER * WS-FER-DIAS / 30.
           COMPUTE WS-TERCO-FER ROUNDED = WS-SAL-FER / 3.
           COMPUTE WS-BASE-FER = WS-SAL-FER + WS-TERCO-FER.
           PERFORM CALC-INSS-FER.

       GRAVA-ERRO-FER.
           COMPUTE WS-QTD-ERRO-FER = WS-QTD-ERRO-FER + 1.
           MOVE "CODIGO NAO ENCONTRADO: " TO LIN-ERRO-FER-MOTIVO.
           MOVE WS-FER-CODIGO TO LIN-ERRO-FER-COD.
           MOVE SPACES TO LIN-ERRO-FER-COMPL.
           WRITE REG-ERROFER FROM LIN-ERRO-FER.

       GRAVA-ERRO-FER-SALDO.
           COMPUTE WS-QTD-ERRO-FER = WS-QTD-ERRO-FER + 1.
           MOVE "SALDO INSUFICIENTE:    " TO LIN-ERRO-FER-MOTIVO.
           MOVE WS-FER-CODIGO TO LIN-ERRO-FER-COD.
           MOVE WS-FER-DIAS TO LIN-ERRO-FER-PEDIDO.
           MOVE WS-FER-SALDO TO LIN-ERRO-FER-SDO.
           MOVE LIN-ERRO-FER-SALDO TO LIN-ERRO-FER-COMPL.
           WRITE REG-ERROFER FROM LIN-ERRO-FER.

       FIM-FER.
           MOVE "EX4-FER" TO AUD-PROGRAMA.
           MOVE WS-AUD-DATA-HORA TO AUD-DATA-HORA.
           MOVE 1 TO AUD-LIDOS.
           IF WS-FER-ACHOU EQUAL "S" AND WS-FER-SALDO-OK EQUAL "S"
             MOVE 1 TO AUD-GRAVADOS
             MOVE 1 TO AUD-GRAVADOS-2
             MOVE 0 TO AUD-REJEITADOS
       RESCISAO-PASS.
           PERFORM CARREGAR-TABELAS-CALC.
           PERFORM LER-CARTAO-BANCO.
           MOVE "N" TO WS-PCTL-FECHA.
           PERFORM DEFINIR-PERIODO-CTL.
           PERFORM CONFERIR-PERIODO.
           MOVE WS-CICLO-NUM TO CAB-RESC-CICLO.
           MOVE "N" TO WS-RESC-ACHOU.
           MOVE 0 TO FLAG-RESC.
               PERFORM GRAVA-ERRO-RESC-DATA
             ELSE
               PERFORM CALC-RESCISAO
               PERFORM IMPRIME-RESCISAO
               PERFORM LISTAR-CONSIG-RESC.
           PERFORM FIM-RESC.

      * o cartao entra na conta de avos e de dias sem nenhum outro
                 MOVE SALBR TO WS-SAL-RESC
                 MOVE DEP TO WS-RESC-DEP
                 MOVE NOME TO WS-RESC-NOME
                 IF DATA-ADM IS NUMERIC
                   MOVE DATA-ADM TO WS-RESC-ADM
                 ELSE
                   MOVE 0 TO WS-RESC-ADM
                 END-IF
                 MOVE 1 TO FLAG-RESC
               END-IF
           END-READ.

      * saldo de salario: dias corridos trabalhados no mes do
      * desligamento sobre a base comercial de 30 dias. ferias
      * proporcionais: um avo de 1/12 por mes completo do periodo
      * aquisitivo aberto (desde o ultimo aniversario da admissao),
      * e a fracao final de 15 dias ou mais conta como avo. sem data
      * de admissao no CADFUNC o periodo e o ano civil, contado do
      * dia 1 de janeiro. a deducao por dependente do IRRF e
      * aplicada uma unica vez, na parcela de salario.
       CALC-RESCISAO.
           MOVE WS-RESC-DIA TO WS-RESC-DIAS.
             MOVE 30 TO WS-RESC-DIAS.
           COMPUTE WS-SALDO-SAL ROUNDED =
             WS-SAL-RESC / 30 * WS-RESC-DIAS.
           PERFORM DEFINIR-PERIODO-RESC.
           COMPUTE WS-RESC-MESES =
             (WS-RESC-ANO - WS-RESC-PER-ANO) * 12
             + WS-RESC-MES - WS-RESC-PER-MES.
           IF WS-RESC-DIA >= WS-RESC-PER-DIA
             COMPUTE WS-RESC-RESTO =
               WS-RESC-DIA - WS-RESC-PER-DIA + 1
           ELSE
             COMPUTE WS-RESC-MESES = WS-RESC-MESES - 1
             COMPUTE WS-RESC-RESTO =
               WS-RESC-DIA + 30 - WS-RESC-PER-DIA + 1.
           IF WS-RESC-RESTO >= 15
             COMPUTE WS-RESC-MESES = WS-RESC-MESES + 1.
           IF WS-RESC-MESES < 0
             MOVE 0 TO WS-RESC-MESES.
           IF WS-RESC-MESES > 12
             MOVE 12 TO WS-RESC-MESES.
           MOVE WS-RESC-MESES TO WS-RESC-AVOS.
           COMPUTE WS-FER-PROP ROUNDED =
             WS-SAL-RESC / 12 * WS-RESC-AVOS.
           COMPUTE WS-TERCO-RESC ROUNDED = WS-FER-PROP / 3.
           WRITE REG-HOLRESC FROM CAB-RESC BEFORE ADVANCING 2 LINES.
           MOVE WS-RESC-DATA TO LIN-RESC-DT.
           MOVE WS-RESC-AVOS TO LIN-RESC-AVOS.
           MOVE WS-RESC-PER TO LIN-RESC-PER.
           WRITE REG-HOLRESC FROM LIN-RESC-DATA
             BEFORE ADVANCING 2 LINES.
           MOVE WS-RESC-CODIGO TO FUNC-CODE.
           COMPUTE WS-BANCO-QTD = WS-BANCO-QTD + 1.
           COMPUTE WS-BANCO-HASH = WS-BANCO-HASH + WS-LIQUIDO-RESC.

      * saldo em aberto de cada contrato consignado do desligado:
      * parcelas ainda a vencer mais o saldo a compensar. a quitacao
      * e negociada com o credor fora da folha; o termo so informa.
       LISTAR-CONSIG-RESC.
           MOVE 0 TO WS-CONS-PERIODO.
           PERFORM CARREGAR-CONSIG.
           MOVE 0 TO WS-CONS-QTD-RESC.
           MOVE 0 TO WS-CONS-SALDO-TOT.
           PERFORM LISTAR-SE-CONSIG-RESC
             VARYING WS-CONS-IDX FROM 1 BY 1
             UNTIL WS-CONS-IDX > WS-QTD-CONS.
           IF WS-CONS-QTD-RESC > 0
             MOVE "SALDO CONSIGNADO...." TO LIN-DESC-LABEL
             MOVE WS-CONS-SALDO-TOT TO LIN-DESC-VALOR
             WRITE REG-HOLRESC FROM LIN-DESCONTO
               BEFORE ADVANCING 2 LINES.

       LISTAR-SE-CONSIG-RESC.
           IF TAB-CONS-CODIGO(WS-CONS-IDX) EQUAL WS-RESC-CODIGO
             PERFORM LISTAR-UM-CONSIG-RESC.

       LISTAR-UM-CONSIG-RESC.
           IF TAB-CONS-PAGAS(WS-CONS-IDX) <
             TAB-CONS-QTD-PARC(WS-CONS-IDX)
             COMPUTE WS-CONS-RESTANTES = TAB-CONS-QTD-PARC(WS-CONS-IDX)
               - TAB-CONS-PAGAS(WS-CONS-IDX)
           ELSE
             MOVE 0 TO WS-CONS-RESTANTES.
           COMPUTE WS-CONS-SALDO = WS-CONS-RESTANTES
             * TAB-CONS-PARCELA(WS-CONS-IDX)
             + TAB-CONS-PENDENTE(WS-CONS-IDX).
           IF WS-CONS-SALDO > 0
             IF WS-CONS-QTD-RESC EQUAL 0
               WRITE REG-HOLRESC FROM CAB-CONS-RESC
                 BEFORE ADVANCING 1 LINES
             END-IF
             COMPUTE WS-CONS-QTD-RESC = WS-CONS-QTD-RESC + 1
             COMPUTE WS-CONS-SALDO-TOT = WS-CONS-SALDO-TOT
               + WS-CONS-SALDO
             MOVE TAB-CONS-CONTRATO(WS-CONS-IDX) TO LIN-CONS-CONTRATO
             MOVE TAB-CONS-CREDOR(WS-CONS-IDX) TO LIN-CONS-CREDOR
             MOVE WS-CONS-RESTANTES TO LIN-CONS-RESTANTES
             MOVE WS-CONS-SALDO TO LIN-CONS-SALDO
             WRITE REG-HOLRESC FROM LIN-CONS-RESC
               BEFORE ADVANCING 1 LINES.

       GRAVA-ERRO-RESC.
           COMPUTE WS-QTD-ERRO-RESC = WS-QTD-ERRO-RESC + 1.
           MOVE WS-RESC-CODIGO TO LIN-ERRO-RESC-COD.
           WRITE REG-ERRORESC FROM LIN-ERRO-RESC.

      * aniversario da admissao no ano do desligamento, ou no ano
      * anterior quando ainda nao chegou; admissao em 29/02 faz
      * aniversario em 28/02. admissao posterior ao desligamento
      * (cadastro errado) cai no ano civil, como a falta de data.
       DEFINIR-PERIODO-RESC.
           IF WS-RESC-ADM > 0 AND WS-RESC-ADM NOT > WS-RESC-DATA-X
             MOVE WS-RESC-ADM TO WS-RESC-PER-N
             MOVE WS-RESC-ANO TO WS-RESC-PER-ANO
             IF WS-RESC-PER-MES EQUAL 2 AND WS-RESC-PER-DIA EQUAL 29
               MOVE 28 TO WS-RESC-PER-DIA
             END-IF
             IF WS-RESC-PER-N > WS-RESC-DATA-X
               COMPUTE WS-RESC-PER-ANO = WS-RESC-PER-ANO - 1
             END-IF
           ELSE
             MOVE WS-RESC-ANO TO WS-RESC-PER-ANO
             MOVE 1 TO WS-RESC-PER-MES
             MOVE 1 TO WS-RESC-PER-DIA.

       GRAVA-ERRO-RESC-DATA.
           COMPUTE WS-QTD-ERRO-RESC = WS-QTD-ERRO-RESC + 1.
           MOVE WS-RESC-DATA-X TO LIN-ERRO-RESC-DATA.
             ELSE
               COMPUTE WS-CONT-YTD-FORA = WS-CONT-YTD-FORA + 1.

      * linha de estorno (reabertura de periodo) desconta o que a
      * linha original do mesmo periodo somou.
       ACUMULA-INFORME-ANO.
           PERFORM LOCALIZAR-YTD.
           IF YTD-ESTORNO EQUAL "E"
             IF WS-YTD-ACHOU EQUAL "S"
               COMPUTE TAB-YTD-SAL(WS-YTD-IDX-ACHADO) =
                 TAB-YTD-SAL(WS-YTD-IDX-ACHADO) - YTD-SAL
               COMPUTE TAB-YTD-INSS(WS-YTD-IDX-ACHADO) =
                 TAB-YTD-INSS(WS-YTD-IDX-ACHADO) - YTD-INSS
               COMPUTE TAB-YTD-IRRF(WS-YTD-IDX-ACHADO) =
                 TAB-YTD-IRRF(WS-YTD-IDX-ACHADO) - YTD-IRRF
             END-IF
           ELSE
             IF WS-YTD-ACHOU EQUAL "S"
               COMPUTE TAB-YTD-SAL(WS-YTD-IDX-ACHADO) =
                 TAB-YTD-SAL(WS-YTD-IDX-ACHADO) + YTD-SAL
               COMPUTE TAB-YTD-INSS(WS-YTD-IDX-ACHADO) =
                 TAB-YTD-INSS(WS-YTD-IDX-ACHADO) + YTD-INSS
               COMPUTE TAB-YTD-IRRF(WS-YTD-IDX-ACHADO) =
                 TAB-YTD-IRRF(WS-YTD-IDX-ACHADO) + YTD-IRRF
             ELSE
               IF WS-QTD-YTD >= 500
                 DISPLAY
                   "ERRO: ACUMYTD.DAT EXCEDE LIMITE DE 500 FUNCIONARIOS"
                 CLOSE ACUMYTD
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
               END-IF
               COMPUTE WS-QTD-YTD = WS-QTD-YTD + 1
               MOVE YTD-CODIGO TO TAB-YTD-CODIGO(WS-QTD-YTD)
               MOVE YTD-SAL TO TAB-YTD-SAL(WS-QTD-YTD)
               MOVE YTD-INSS TO TAB-YTD-INSS(WS-QTD-YTD)
               MOVE YTD-IRRF TO TAB-YTD-IRRF(WS-QTD-YTD)
             END-IF.

      * varredura linear sem saida antecipada (mesmo idioma de
      * LOCALIZAR-NOTAREC em ex3); o indice da linha achada precisa
           MOVE WS-CICLO-NUM TO AUD-CICLO.
           WRITE REG-AUDITLOG FROM LIN-AUDITLOG.
           CLOSE AUDITLOG.

      *****************************************************************
      * MODO D - DECLARACAO ANUAL DE RETENCOES (DIRF)                 *
      * le o ledger ACUMYTD.DAT do ano-base e grava DIRF.DAT com o    *
      * registro da empresa (BCTL-EMPRESA do cartao de remessa), um   *
      * registro por funcionario com rendimento, INSS e IRRF mes a   *
      * mes, e o trailer com os totais. mes duplicado ou faltante no *
      * ledger vai para EXCDIRF.DAT e o passo termina com RC=8 para   *
      * a declaracao nao ser transmitida em desacordo com os informes*
      * ja entregues. Sem checkpoint/restart (roda uma vez por ano).  *
      *****************************************************************
       DIRF-PASS.
           MOVE 0 TO WS-QTD-DIRF.
           MOVE 0 TO WS-CONT-YTD-LIDOS.
           MOVE 0 TO WS-CONT-YTD-FORA.
           MOVE 0 TO WS-QTD-EXC-DIRF.
           MOVE 0 TO FLAG-YTD.
           MOVE "N" TO WS-YTD-ABERTO.
           PERFORM LER-CARTAO-BANCO.
           PERFORM LER-CARTAO-DIRF.
           OPEN INPUT ACUMYTD.
           IF WS-YTD-STATUS EQUAL "00"
             MOVE "S" TO WS-YTD-ABERTO
           ELSE
             MOVE 1 TO FLAG-YTD.
           PERFORM LEITURA-DIRF UNTIL FLAG-YTD EQUAL 1.
           IF WS-YTD-ABERTO EQUAL "S"
             CLOSE ACUMYTD
             MOVE "N" TO WS-YTD-ABERTO.
           PERFORM CARREGAR-NOMES-DIRF.
           OPEN OUTPUT DIRF EXCDIRF.
           MOVE WS-DIRF-ANO TO CAB-EXC-DIRF-ANO.
           MOVE WS-CICLO-NUM TO CAB-EXC-DIRF-CICLO.
           WRITE REG-EXCDIRF FROM CAB-EXC-DIRF.
           MOVE WS-BCTL-EMPRESA TO DH-EMPRESA.
           MOVE WS-DIRF-ANO TO DH-ANO-BASE.
           MOVE WS-CICLO-NUM TO DH-CICLO.
           MOVE WS-DATA-PROC TO DH-DATA.
           WRITE REG-DIRF FROM REG-DIRF-HEADER.
           MOVE 0 TO WS-DIRF-TOT-REND.
           MOVE 0 TO WS-DIRF-TOT-INSS.
           MOVE 0 TO WS-DIRF-TOT-IRRF.
           PERFORM GRAVAR-FUNC-DIRF
             VARYING WS-DIRF-IDX FROM 1 BY 1
             UNTIL WS-DIRF-IDX > WS-QTD-DIRF.
           MOVE WS-QTD-DIRF TO DT-QTD.
           MOVE WS-DIRF-TOT-REND TO DT-TOT-REND.
           MOVE WS-DIRF-TOT-INSS TO DT-TOT-INSS.
           MOVE WS-DIRF-TOT-IRRF TO DT-TOT-IRRF.
           WRITE REG-DIRF FROM REG-DIRF-TRAILER.
           PERFORM FIM-DIRF.

       GRAVAR-FUNC-DIRF.
           PERFORM CONFERIR-MESES-DIRF.
           PERFORM GRAVAR-BENEF-DIRF.

      * ano-base do cartao DIRFCTL.DAT; cartao ausente ou invalido
      * vale o ano anterior ao da data de processamento (a DIRF e
      * entregue no inicio do ano seguinte ao ano-base).
       LER-CARTAO-DIRF.
           IF WS-CICLO-DATA > 0
             MOVE WS-CICLO-DATA TO WS-DATA-PROC
           ELSE
             MOVE FUNCTION CURRENT-DATE TO WS-AUD-DATA-HORA
             MOVE WS-AUD-DATA-HORA(1:8) TO WS-DATA-PROC.
           MOVE WS-DATA-PROC(1:6) TO WS-PERIODO-ATUAL.
           COMPUTE WS-DIRF-ANO = WS-PER-ANO - 1.
           OPEN INPUT DIRFCTL.
           IF WS-DIRFCTL-STATUS EQUAL "00"
             READ DIRFCTL
               AT END CONTINUE
               NOT AT END
                 IF DIRFCTL-ANO IS NUMERIC AND DIRFCTL-ANO > 0
                   MOVE DIRFCTL-ANO TO WS-DIRF-ANO
                 END-IF
             END-READ
             CLOSE DIRFCTL.

       LEITURA-DIRF.
           READ ACUMYTD
             AT END MOVE 1 TO FLAG-YTD
             NOT AT END PERFORM ACUMULA-DIRF
           END-READ.

      * mesmo filtro de periodo do modo A: linha sem periodo ou de
      * outro ano fica fora da declaracao.
       ACUMULA-DIRF.
           COMPUTE WS-CONT-YTD-LIDOS = WS-CONT-YTD-LIDOS + 1.
           IF YTD-PERIODO IS NOT NUMERIC
             COMPUTE WS-CONT-YTD-FORA = WS-CONT-YTD-FORA + 1
           ELSE
             MOVE YTD-PERIODO TO WS-PERIODO-LIDO
             IF WS-PER-LIDO-ANO EQUAL WS-DIRF-ANO
               AND WS-PER-LIDO-MES >= 1 AND WS-PER-LIDO-MES <= 12
               PERFORM ACUMULA-DIRF-MES
             ELSE
               COMPUTE WS-CONT-YTD-FORA = WS-CONT-YTD-FORA + 1.

       ACUMULA-DIRF-MES.
           MOVE YTD-CODIGO TO WS-DIRF-COD-BUSCA.
           PERFORM LOCALIZAR-DIRF.
           IF WS-DIRF-ACHOU EQUAL "N"
             IF WS-QTD-DIRF >= 500
               DISPLAY
                 "ERRO: ACUMYTD.DAT EXCEDE LIMITE DE 500 FUNCIONARIOS"
               CLOSE ACUMYTD
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             COMPUTE WS-QTD-DIRF = WS-QTD-DIRF + 1
             MOVE WS-QTD-DIRF TO WS-DIRF-IDX-ACHADO
             MOVE YTD-CODIGO TO TAB-DIRF-CODIGO(WS-QTD-DIRF)
             MOVE SPACES TO TAB-DIRF-NOME(WS-QTD-DIRF)
             PERFORM ZERAR-MESES-DIRF
           END-IF.
           MOVE WS-PER-LIDO-MES TO WS-DIRF-MES.
      * a linha de estorno da reabertura anula a linha original do
      * mes (valores e contagem), para que a nova rodada do periodo
      * nao apareca como mes duplicado.
           IF YTD-ESTORNO EQUAL "E"
             COMPUTE TAB-DIRF-REND(WS-DIRF-IDX-ACHADO, WS-DIRF-MES) =
               TAB-DIRF-REND(WS-DIRF-IDX-ACHADO, WS-DIRF-MES) - YTD-SAL
             COMPUTE TAB-DIRF-INSS(WS-DIRF-IDX-ACHADO, WS-DIRF-MES) =
               TAB-DIRF-INSS(WS-DIRF-IDX-ACHADO, WS-DIRF-MES) - YTD-INSS
             COMPUTE TAB-DIRF-IRRF(WS-DIRF-IDX-ACHADO, WS-DIRF-MES) =
               TAB-DIRF-IRRF(WS-DIRF-IDX-ACHADO, WS-DIRF-MES) - YTD-IRRF
             IF TAB-DIRF-QTD(WS-DIRF-IDX-ACHADO, WS-DIRF-MES) > 0
               COMPUTE TAB-DIRF-QTD(WS-DIRF-IDX-ACHADO, WS-DIRF-MES) =
                 TAB-DIRF-QTD(WS-DIRF-IDX-ACHADO, WS-DIRF-MES) - 1
             END-IF
           ELSE
             COMPUTE TAB-DIRF-REND(WS-DIRF-IDX-ACHADO, WS-DIRF-MES) =
               TAB-DIRF-REND(WS-DIRF-IDX-ACHADO, WS-DIRF-MES) + YTD-SAL
             COMPUTE TAB-DIRF-INSS(WS-DIRF-IDX-ACHADO, WS-DIRF-MES) =
               TAB-DIRF-INSS(WS-DIRF-IDX-ACHADO, WS-DIRF-MES) + YTD-INSS
             COMPUTE TAB-DIRF-IRRF(WS-DIRF-IDX-ACHADO, WS-DIRF-MES) =
               TAB-DIRF-IRRF(WS-DIRF-IDX-ACHADO, WS-DIRF-MES) + YTD-IRRF
             COMPUTE TAB-DIRF-QTD(WS-DIRF-IDX-ACHADO, WS-DIRF-MES) =
               TAB-DIRF-QTD(WS-DIRF-IDX-ACHADO, WS-DIRF-MES) + 1.

       ZERAR-MESES-DIRF.
           PERFORM ZERAR-MES-DIRF
             VARYING WS-DIRF-MES FROM 1 BY 1
             UNTIL WS-DIRF-MES > 12.

       ZERAR-MES-DIRF.
           MOVE 0 TO TAB-DIRF-REND(WS-QTD-DIRF, WS-DIRF-MES).
           MOVE 0 TO TAB-DIRF-INSS(WS-QTD-DIRF, WS-DIRF-MES).
           MOVE 0 TO TAB-DIRF-IRRF(WS-QTD-DIRF, WS-DIRF-MES).
           MOVE 0 TO TAB-DIRF-QTD(WS-QTD-DIRF, WS-DIRF-MES).

      * varredura linear sem saida antecipada, como LOCALIZAR-YTD.
       LOCALIZAR-DIRF.
           MOVE "N" TO WS-DIRF-ACHOU.
           MOVE 0 TO WS-DIRF-IDX-ACHADO.
           PERFORM COMPARAR-DIRF
             VARYING WS-DIRF-IDX FROM 1 BY 1
             UNTIL WS-DIRF-IDX > WS-QTD-DIRF.

       COMPARAR-DIRF.
           IF TAB-DIRF-CODIGO(WS-DIRF-IDX) EQUAL WS-DIRF-COD-BUSCA
             MOVE "S" TO WS-DIRF-ACHOU
             MOVE WS-DIRF-IDX TO WS-DIRF-IDX-ACHADO.

      * o ledger nao guarda o nome; busca em CADFUNC.DAT. quem ja
      * saiu do cadastro continua na declaracao, com o nome em branco
      * marcado para conferencia.
       CARREGAR-NOMES-DIRF.
           MOVE 0 TO FLAG-DIRF-FUNC.
           OPEN INPUT CADFUNC.
           PERFORM LER-NOME-DIRF UNTIL FLAG-DIRF-FUNC EQUAL 1.
           CLOSE CADFUNC.

       LER-NOME-DIRF.
           READ CADFUNC
             AT END MOVE 1 TO FLAG-DIRF-FUNC
             NOT AT END
               MOVE CODIGO TO WS-DIRF-COD-BUSCA
               PERFORM LOCALIZAR-DIRF
               IF WS-DIRF-ACHOU EQUAL "S"
                 MOVE NOME TO TAB-DIRF-NOME(WS-DIRF-IDX-ACHADO)
               END-IF
           END-READ.

      * mes com mais de uma linha e duplicidade no ledger; mes sem
      * linha entre o primeiro e o ultimo mes pago no ano e falta
      * (admissao e desligamento no meio do ano nao sao excecao).
       CONFERIR-MESES-DIRF.
           MOVE 0 TO WS-DIRF-PRIM-MES.
           MOVE 0 TO WS-DIRF-ULT-MES.
           PERFORM APURAR-MES-PAGO-DIRF
             VARYING WS-DIRF-MES FROM 1 BY 1
             UNTIL WS-DIRF-MES > 12.
           PERFORM CONFERIR-MES-DIRF
             VARYING WS-DIRF-MES FROM 1 BY 1
             UNTIL WS-DIRF-MES > 12.

       APURAR-MES-PAGO-DIRF.
           IF TAB-DIRF-QTD(WS-DIRF-IDX, WS-DIRF-MES) > 0
             IF WS-DIRF-PRIM-MES EQUAL 0
               MOVE WS-DIRF-MES TO WS-DIRF-PRIM-MES
             END-IF
             MOVE WS-DIRF-MES TO WS-DIRF-ULT-MES.

       CONFERIR-MES-DIRF.
           IF TAB-DIRF-QTD(WS-DIRF-IDX, WS-DIRF-MES) > 1
             MOVE "MES DUPLICADO NO ACUMYTD" TO DET-EXC-DIRF-MOTIVO
             PERFORM GRAVA-EXC-DIRF
           ELSE
             IF TAB-DIRF-QTD(WS-DIRF-IDX, WS-DIRF-MES) EQUAL 0
               AND WS-DIRF-MES > WS-DIRF-PRIM-MES
               AND WS-DIRF-MES < WS-DIRF-ULT-MES
               MOVE "MES FALTANTE NO ACUMYTD" TO DET-EXC-DIRF-MOTIVO
               PERFORM GRAVA-EXC-DIRF.

       GRAVA-EXC-DIRF.
           COMPUTE WS-QTD-EXC-DIRF = WS-QTD-EXC-DIRF + 1.
           MOVE TAB-DIRF-CODIGO(WS-DIRF-IDX) TO DET-EXC-DIRF-COD.
           MOVE WS-DIRF-MES TO DET-EXC-DIRF-MES.
           MOVE TAB-DIRF-QTD(WS-DIRF-IDX, WS-DIRF-MES)
             TO DET-EXC-DIRF-QTD.
           WRITE REG-EXCDIRF FROM DET-EXC-DIRF.

       GRAVAR-BENEF-DIRF.
           MOVE TAB-DIRF-CODIGO(WS-DIRF-IDX) TO DB-CODIGO.
           IF TAB-DIRF-NOME(WS-DIRF-IDX) EQUAL SPACES
             MOVE "(NAO CONSTA EM CADFUNC)" TO DB-NOME
           ELSE
             MOVE TAB-DIRF-NOME(WS-DIRF-IDX) TO DB-NOME.
           MOVE 0 TO DB-TOT-REND.
           MOVE 0 TO DB-TOT-INSS.
           MOVE 0 TO DB-TOT-IRRF.
           PERFORM SOMAR-MES-BENEF-DIRF
             VARYING WS-DIRF-MES FROM 1 BY 1
             UNTIL WS-DIRF-MES > 12.
           WRITE REG-DIRF FROM REG-DIRF-BENEF.
           COMPUTE WS-DIRF-TOT-REND = WS-DIRF-TOT-REND + DB-TOT-REND.
           COMPUTE WS-DIRF-TOT-INSS = WS-DIRF-TOT-INSS + DB-TOT-INSS.
           COMPUTE WS-DIRF-TOT-IRRF = WS-DIRF-TOT-IRRF + DB-TOT-IRRF.

       SOMAR-MES-BENEF-DIRF.
           MOVE TAB-DIRF-REND(WS-DIRF-IDX, WS-DIRF-MES)
             TO DB-MES-REND(WS-DIRF-MES).
           MOVE TAB-DIRF-INSS(WS-DIRF-IDX, WS-DIRF-MES)
             TO DB-MES-INSS(WS-DIRF-MES).
           MOVE TAB-DIRF-IRRF(WS-DIRF-IDX, WS-DIRF-MES)
             TO DB-MES-IRRF(WS-DIRF-MES).
           COMPUTE DB-TOT-REND = DB-TOT-REND
             + TAB-DIRF-REND(WS-DIRF-IDX, WS-DIRF-MES).
           COMPUTE DB-TOT-INSS = DB-TOT-INSS
             + TAB-DIRF-INSS(WS-DIRF-IDX, WS-DIRF-MES).
           COMPUTE DB-TOT-IRRF = DB-TOT-IRRF
             + TAB-DIRF-IRRF(WS-DIRF-IDX, WS-DIRF-MES).

       FIM-DIRF.
           MOVE WS-QTD-EXC-DIRF TO TOT-EXC-DIRF-QTD.
           WRITE REG-EXCDIRF FROM TOT-EXC-DIRF.
           CLOSE DIRF EXCDIRF.
           IF WS-QTD-EXC-DIRF > 0
             DISPLAY "ERRO: DIRF.DAT COM " WS-QTD-EXC-DIRF
               " EXCECOES NO LEDGER - VER EXCDIRF.DAT"
             MOVE 8 TO RETURN-CODE.
           PERFORM GRAVAR-AUDITORIA-DIRF.
           STOP RUN.

       GRAVAR-AUDITORIA-DIRF.
           OPEN EXTEND AUDITLOG.
           IF WS-AUD-STATUS NOT EQUAL "00"
             OPEN OUTPUT AUDITLOG.
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-DATA-HORA.
           MOVE SPACES TO LIN-AUDITLOG.
           MOVE "EX4-DIRF" TO AUD-PROGRAMA.
           MOVE WS-AUD-DATA-HORA TO AUD-DATA-HORA.
      * AUD-GRAVADOS registra os beneficiarios gravados em DIRF.DAT;
      * AUD-GRAVADOS-2 as linhas do ledger fora do ano-base, como no
      * modo A; AUD-REJEITADOS as excecoes de EXCDIRF.DAT.
           MOVE WS-CONT-YTD-LIDOS TO AUD-LIDOS.
           MOVE WS-QTD-DIRF TO AUD-GRAVADOS.
           MOVE WS-CONT-YTD-FORA TO AUD-GRAVADOS-2.
           MOVE WS-QTD-EXC-DIRF TO AUD-REJEITADOS.
           MOVE WS-CICLO-NUM TO AUD-CICLO.
           WRITE REG-AUDITLOG FROM LIN-AUDITLOG.
           CLOSE AUDITLOG.
