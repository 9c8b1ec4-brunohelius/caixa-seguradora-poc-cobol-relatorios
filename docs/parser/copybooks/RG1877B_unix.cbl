       IDENTIFICATION               DIVISION.
      *--------------------------------------
      *
       PROGRAM-ID.                  RG1877B.
      *
      *----------------------------------------------------------------*
      *   SISTEMA ................  REGISTROS GERAIS                   *
      *   PROGRAMA ...............  RG1877B                            *
      *----------------------------------------------------------------*
      *   ANALISTA ...............  GILSON                             *
      *   PROGRAMADOR ............  MARCELO AUGUSTO PRESTES  TE43017   *
      *   DATA CODIFICACAO .......  02/12/2026                         *
      *----------------------------------------------------------------*
      *   FUNCAO: EXTRATO TRIMESTRAL (CONTA TECNICA) DE CADA CONTRATO  *
      *           DE RESSEGURO (LKRE01-CONTR-RE DEVOLVIDO PELA         *
      *           RE0001S), A PARTIR DO HISTORICO DO ARQUIVO PREMRES   *
      *           (PREMRES_HISTORICO, CARREGADO PELO RG1867B):         *
      *           - ACUMULA OS TRES MESES DO TRIMESTRE POR CONTRATO,   *
      *             RAMO_SUSEP E COD-CIA: PREMIO CEDIDO AO RESSEGURO,  *
      *             COMISSAO DE RESSEGURO (CALCULADA PELO RG1866B COM  *
      *             O LKRE01-PCTCOMRS) E SALDO LIQUIDO DO MOVIMENTO    *
      *             (PREMIO CEDIDO - COMISSAO);                        *
      *           - SALDO ANTERIOR = SALDO FINAL DA MESMA LINHA NO     *
      *             TRIMESTRE ANTERIOR (CONTA_RESSEG_SALDO); SALDO     *
      *             FINAL = SALDO ANTERIOR + MOVIMENTO LIQUIDO. LINHA  *
      *             SEM MOVIMENTO NO TRIMESTRE CONTINUA NO EXTRATO     *
      *             ENQUANTO TIVER SALDO;                              *
      *           - GRAVA UM ARQUIVO DE EXTRATO POR CONTRATO           *
      *             (EXTRESS1 A EXTRESS5, ASSOCIADOS AOS CONTRATOS NA  *
      *             ORDEM DO CODIGO, COMO OS JOGOS DE SAIDA DO         *
      *             RG1869B), CADA UM COM HEADER, UM REGISTRO POR      *
      *             LINHA, O REGISTRO DE SALDO DO CONTRATO E TRAILER   *
      *             PROPRIOS; MAIS DE 5 CONTRATOS NO TRIMESTRE         *
      *             ABORTAM A EXECUCAO. IMPRIME O EXTRATO DE CADA      *
      *             CONTRATO E GUARDA OS SALDOS FINAIS PARA O          *
      *             TRIMESTRE SEGUINTE;                                *
      *           - CONCILIA O TOTAL CEDIDO DO TRIMESTRE COM OS        *
      *             TRAILERS DO PREMRES DOS TRES MESES                 *
      *             (PREMRES_TRAILER). MES SEM CARGA, DIVERGENCIA NA   *
      *             CONCILIACAO OU TRIMESTRE POSTERIOR JA GERADO       *
      *             (SALDOS A REGERAR) TERMINAM COM RETURN-CODE 4.     *
      *           A REEXECUCAO DO MESMO TRIMESTRE SUBSTITUI OS SALDOS  *
      *           GRAVADOS ANTERIORMENTE.                              *
      *                                                                *
      * --------------------------------- -----------------    ------- *
      * TABELA                            VIEW                 ACESSO  *
      * --------------------------------- -----------------    ------- *
      * PREMRES HISTORICO                 PREMRES_HISTORICO    INPUT   *
      * TRAILER DO PREMRES POR PERIODO    PREMRES_TRAILER      INPUT   *
      * SALDO DA CONTA DE RESSEGURO       CONTA_RESSEG_SALDO   I-O     *
      *----------------------------------------------------------------*
      * ARQUIVO                                                ACESSO  *
      *--------------------------------------------------------------- *
      * SYSIN    (CARTAO DE PARAMETROS)                        INPUT   *
      * EXTRESS1 A EXTRESS5 (EXTRATO DE UM CONTRATO CADA)      OUTPUT  *
      * RELATO   (EXTRATO IMPRESSO E CONCILIACAO)              OUTPUT  *
      *----------------------------------------------------------------*
      *  CARTAO SYSIN                                                  *
      *     COL 01-04  ANO DE REFERENCIA (AAAA)                        *
      *     COL 05     TRIMESTRE (1 A 4)                               *
      *----------------------------------------------------------------*
      *  ALTERACAO - PROGRAMA CRIADO PARA O EXTRATO TRIMESTRAL DOS     *
      *              CONTRATOS DE RESSEGURO.                           *
      * 02/12/2026 - MARCELO AUGUSTO PRESTES  TE43017  TAREFA - 431664 *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       ENVIRONMENT                  DIVISION.
      *--------------------------------------
      *
       CONFIGURATION                SECTION.
      *-------------------------------------
      *
       SPECIAL-NAMES.
      *
      *--* INIBIDO PARA GERAR PONTO NA DECIMAL
      *
    *****  DECIMAL-POINT      IS    COMMA.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       INPUT-OUTPUT                 SECTION.
      *--------------------------------------
      *
       FILE-CONTROL.
      *
           SELECT     SYSIN-CARTAO
                      ASSIGN        TO        SYSIN
                      FILE  STATUS  IS        SYSIN-STATUS.
      *
           SELECT     EXTRESS1
                      ASSIGN        TO        EXTRESS1
                      FILE  STATUS  IS        EX1-STATUS.
      *
           SELECT     EXTRESS2
                      ASSIGN        TO        EXTRESS2
                      FILE  STATUS  IS        EX2-STATUS.
      *
           SELECT     EXTRESS3
                      ASSIGN        TO        EXTRESS3
                      FILE  STATUS  IS        EX3-STATUS.
      *
           SELECT     EXTRESS4
                      ASSIGN        TO        EXTRESS4
                      FILE  STATUS  IS        EX4-STATUS.
      *
           SELECT     EXTRESS5
                      ASSIGN        TO        EXTRESS5
                      FILE  STATUS  IS        EX5-STATUS.
      *
           SELECT     RELATO
                      ASSIGN        TO        RELATO
                      FILE  STATUS  IS        REL-STATUS.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       DATA                         DIVISION.
      *--------------------------------------
      *
       FILE                         SECTION.
      *-------------------------------------
      *
       FD              SYSIN-CARTAO
                       RECORD     80
                       RECORDING  MODE       F
                       BLOCK      CONTAINS   0  RECORDS
                       LABEL      RECORD        OMITTED.
      *
       01              REG-SYSIN             PIC  X(080).
      *
       FD              EXTRESS1
                       RECORD     200
                       RECORDING  MODE       F
                       BLOCK      CONTAINS   0  RECORDS
                       LABEL      RECORD        OMITTED.
      *
       01              REG-EXTRESS1          PIC  X(200).
      *
       FD              EXTRESS2
                       RECORD     200
                       RECORDING  MODE       F
                       BLOCK      CONTAINS   0  RECORDS
                       LABEL      RECORD        OMITTED.
      *
       01              REG-EXTRESS2          PIC  X(200).
      *
       FD              EXTRESS3
                       RECORD     200
                       RECORDING  MODE       F
                       BLOCK      CONTAINS   0  RECORDS
                       LABEL      RECORD        OMITTED.
      *
       01              REG-EXTRESS3          PIC  X(200).
      *
       FD              EXTRESS4
                       RECORD     200
                       RECORDING  MODE       F
                       BLOCK      CONTAINS   0  RECORDS
                       LABEL      RECORD        OMITTED.
      *
       01              REG-EXTRESS4          PIC  X(200).
      *
       FD              EXTRESS5
                       RECORD     200
                       RECORDING  MODE       F
                       BLOCK      CONTAINS   0  RECORDS
                       LABEL      RECORD        OMITTED.
      *
       01              REG-EXTRESS5          PIC  X(200).
      *
       FD              RELATO
                       RECORD     132
                       RECORDING  MODE       F
                       BLOCK      CONTAINS   0  RECORDS
                       LABEL      RECORD        OMITTED.
      *
       01              REG-RELATO            PIC  X(132).
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       WORKING-STORAGE              SECTION.
      *-------------------------------------
      *
           EXEC  SQL   BEGIN  DECLARE  SECTION   END-EXEC.
      *
      *----------------------------------------------------------------*
      *            DEFINICAO DAS VARIAVEIS HOST AUXILIARES             *
      *----------------------------------------------------------------*
      *
      *--* TRIMESTRE DO EXTRATO E TRIMESTRE ANTERIOR (SALDO ANTERIOR)
      *
       77          WHOST-ANO-TRIM      PIC S9(004)      VALUE +0 COMP.
       77          WHOST-NUM-TRIM      PIC S9(004)      VALUE +0 COMP.
       77          WHOST-ANO-ANT       PIC S9(004)      VALUE +0 COMP.
       77          WHOST-TRIM-ANT      PIC S9(004)      VALUE +0 COMP.
       77          WHOST-AAMM-INI      PIC S9(009)      VALUE +0 COMP.
       77          WHOST-AAMM-FIM      PIC S9(009)      VALUE +0 COMP.
       77          WHOST-AAT-TRIM      PIC S9(009)      VALUE +0 COMP.
      *
      *--* LINHA DO EXTRATO (CONTRATO/RAMO_SUSEP/COD-CIA)
      *
       77          WHOST-CONTR-RESSEG  PIC  X(025)      VALUE SPACES.
       77          WHOST-RAMO-SUSEP    PIC S9(004)      VALUE +0 COMP.
       77          WHOST-COD-CIA       PIC S9(009)      VALUE +0 COMP.
       77          WHOST-QTD-REG       PIC S9(009)      VALUE +0 COMP.
       77          WHOST-VLR-PREMIO    PIC S9(013)V99   VALUE +0 COMP-3.
       77          WHOST-VLR-COMIS     PIC S9(013)V99   VALUE +0 COMP-3.
       77          WHOST-VLR-SDO-ANT   PIC S9(013)V99   VALUE +0 COMP-3.
       77          WHOST-VLR-MOVTO     PIC S9(013)V99   VALUE +0 COMP-3.
       77          WHOST-VLR-SDO-FIM   PIC S9(013)V99   VALUE +0 COMP-3.
      *
      *--* CONCILIACAO COM O TRAILER DO PREMRES DE CADA MES
      *
       77          WHOST-ANO-REFER     PIC S9(004)      VALUE +0 COMP.
       77          WHOST-MES-REFER     PIC S9(004)      VALUE +0 COMP.
       77          WHOST-QTD-TRAILER   PIC S9(009)      VALUE +0 COMP.
       77          WHOST-VLR-TRAILER   PIC S9(013)V99   VALUE +0 COMP-3.
       77          WHOST-QTD-HIST      PIC S9(009)      VALUE +0 COMP.
       77          WHOST-VLR-HIST      PIC S9(013)V99   VALUE +0 COMP-3.
       77          WHOST-QTD-POSTER    PIC S9(009)      VALUE +0 COMP.
      *
           EXEC  SQL   INCLUDE       SQLCA     END-EXEC.
      *
      *----------------------------------------------------------------*
      *                LAYOUT DO CARTAO DE PARAMETROS (SYSIN)          *
      *----------------------------------------------------------------*
      *
       01          REGT-SYSIN.
      *
         05        SYSIN-ANO-REFER     PIC  9(004)      VALUE ZEROS.
         05        SYSIN-TRIMESTRE     PIC  9(001)      VALUE ZEROS.
         05        FILLER              PIC  X(075)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *     LAYOUT DO ARQUIVO DO EXTRATO DE RESSEGURO (EXTRESS1-5)     *
      *   TIPO 'D' - LINHA POR CONTRATO/RAMO_SUSEP/COD-CIA             *
      *   TIPO 'S' - SALDO DO CONTRATO (RAMO E COMPANHIA ZERADOS)      *
      *----------------------------------------------------------------*
      *
       01          REGT-EXTRESS.
      *
         05        EXT-TIPO-REG        PIC  X(001)      VALUE 'D'.
         05        EXT-ANO-REFER       PIC  9(004)      VALUE ZEROS.
         05        EXT-TRIMESTRE       PIC  9(001)      VALUE ZEROS.
         05        EXT-CONTR-RESSEG    PIC  X(025)      VALUE SPACES.
         05        EXT-RAMO-SUSEP      PIC  9(004)      VALUE ZEROS.
         05        EXT-COD-CIA         PIC  9(005)      VALUE ZEROS.
         05        EXT-QTDE-REG        PIC  9(009)      VALUE ZEROS.
         05        EXT-SALDO-ANT       PIC  -(012)9.99.
         05        EXT-PREMIO-CED      PIC  -(012)9.99.
         05        EXT-COMISSAO        PIC  -(012)9.99.
         05        EXT-MOVTO-LIQ       PIC  -(012)9.99.
         05        EXT-SALDO-FIM       PIC  -(012)9.99.
         05        FILLER              PIC  X(071)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *        HEADER E TRAILER DO EXTRATO (LAYOUT DO RG1866B)         *
      *----------------------------------------------------------------*
      *
       01          REGT-ARQ-HEADER.
      *
         05        HDR-TIPO-REG        PIC  X(001)      VALUE 'H'.
         05        HDR-PROGRAMA        PIC  X(008)      VALUE SPACES.
         05        HDR-ANO-REFER       PIC  9(004)      VALUE ZEROS.
         05        HDR-MES-REFER       PIC  9(002)      VALUE ZEROS.
         05        HDR-PERI-INICIAL    PIC  9(008)      VALUE ZEROS.
         05        HDR-PERI-FINAL      PIC  9(008)      VALUE ZEROS.
         05        HDR-DATA-GERACAO    PIC  9(008)      VALUE ZEROS.
      *
       01          REGT-ARQ-TRAILER.
      *
         05        TRL-TIPO-REG        PIC  X(001)      VALUE 'T'.
         05        TRL-QTDE-REG        PIC  9(009)      VALUE ZEROS.
         05        TRL-VLR-TOTAL       PIC  -(012)9.99.
         05        TRL-HORA-GERACAO    PIC  9(006)      VALUE ZEROS.
         05        FILLER              PIC  X(007)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *                LINHAS DO RELATORIO (RELATO)                    *
      *----------------------------------------------------------------*
      *
       01          LIN-TITULO.
      *
         05        FILLER              PIC  X(052)      VALUE
               'RG1877B - EXTRATO TRIMESTRAL DOS CONTRATOS DE RESSEG'.
         05        FILLER              PIC  X(015)      VALUE
               'URO - TRIMESTRE'.
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LTI-TRIMESTRE       PIC  9(001)      VALUE ZEROS.
         05        FILLER              PIC  X(001)      VALUE '/'.
         05        LTI-ANO-REFER       PIC  9(004)      VALUE ZEROS.
         05        FILLER              PIC  X(011)      VALUE
               ' - EMISSAO '.
         05        LTI-DATA-EMIS       PIC  X(010)      VALUE SPACES.
         05        FILLER              PIC  X(037)      VALUE SPACES.
      *
       01          LIN-SUBTITULO.
      *
         05        LSU-TEXTO           PIC  X(070)      VALUE SPACES.
         05        FILLER              PIC  X(062)      VALUE SPACES.
      *
       01          LIN-CONTRATO.
      *
         05        FILLER              PIC  X(023)      VALUE
               'CONTRATO DE RESSEGURO: '.
         05        LCT-CONTR-RESSEG    PIC  X(025)      VALUE SPACES.
         05        FILLER              PIC  X(014)      VALUE
               ' - PERIODO DE '.
         05        LCT-MES-INI         PIC  9(002)      VALUE ZEROS.
         05        FILLER              PIC  X(001)      VALUE '/'.
         05        LCT-ANO-INI         PIC  9(004)      VALUE ZEROS.
         05        FILLER              PIC  X(003)      VALUE ' A '.
         05        LCT-MES-FIM         PIC  9(002)      VALUE ZEROS.
         05        FILLER              PIC  X(001)      VALUE '/'.
         05        LCT-ANO-FIM         PIC  9(004)      VALUE ZEROS.
         05        FILLER              PIC  X(011)      VALUE
               ' - ARQUIVO '.
         05        LCT-ARQUIVO         PIC  X(008)      VALUE SPACES.
         05        FILLER              PIC  X(034)      VALUE SPACES.
      *
       01          LIN-CABEC-EXT.
      *
         05        FILLER              PIC  X(040)      VALUE
               'RAMO  CIA         QTDE    SALDO ANTERIOR'.
         05        FILLER              PIC  X(036)      VALUE
               '     PREMIO CEDIDO   COMISSAO RESSEG'.
         05        FILLER              PIC  X(036)      VALUE
               '    MOVIMENTO LIQ.       SALDO FINAL'.
         05        FILLER              PIC  X(020)      VALUE SPACES.
      *
       01          LIN-EXTRATO.
      *
         05        LE-RAMO-SUSEP       PIC  9(004).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LE-COD-CIA          PIC  9(005).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LE-QTDE-REG         PIC  Z(008)9.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LE-SALDO-ANT        PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LE-PREMIO-CED       PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LE-COMISSAO         PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LE-MOVTO-LIQ        PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LE-SALDO-FIM        PIC  -(012)9.99.
         05        FILLER              PIC  X(020)      VALUE SPACES.
      *
       01          LIN-TOTAL-EXT.
      *
         05        LTE-TEXTO           PIC  X(013)      VALUE SPACES.
         05        LTE-QTDE-REG        PIC  Z(008)9.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LTE-SALDO-ANT       PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LTE-PREMIO-CED      PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LTE-COMISSAO        PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LTE-MOVTO-LIQ       PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LTE-SALDO-FIM       PIC  -(012)9.99.
         05        FILLER              PIC  X(020)      VALUE SPACES.
      *
       01          LIN-CABEC-CNC.
      *
         05        FILLER              PIC  X(042)      VALUE
               'MES/ANO    QTDE TRAILER   QTDE HISTORICO  '.
         05        FILLER              PIC  X(036)      VALUE
               '   VALOR TRAILER   VALOR HISTORICO  '.
         05        FILLER              PIC  X(036)      VALUE
               '       DIFERENCA  SITUACAO          '.
         05        FILLER              PIC  X(018)      VALUE SPACES.
      *
       01          LIN-CONCILIA.
      *
         05        LC-PERIODO.
           10      LC-MES-REFER        PIC  9(002).
           10      LC-BARRA            PIC  X(001)      VALUE '/'.
           10      LC-ANO-REFER        PIC  9(004).
         05        FILLER              PIC  X(007)      VALUE SPACES.
         05        LC-QTDE-TRAILER     PIC  Z(008)9.
         05        FILLER              PIC  X(008)      VALUE SPACES.
         05        LC-QTDE-HIST        PIC  Z(008)9.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LC-VLR-TRAILER      PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LC-VLR-HIST         PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LC-VLR-DIFERENCA    PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LC-SITUACAO         PIC  X(016)      VALUE SPACES.
         05        FILLER              PIC  X(020)      VALUE SPACES.
      *
       01          LIN-SEPARADOR       PIC  X(132)     VALUE ALL '-'.
      *
      *----------------------------------------------------------------*
      *                 DEFINICAO DAS TABELAS INTERNAS                 *
      *----------------------------------------------------------------*
      *
       01          WS-TABELAS.
      *
      *--* ULTIMO MES E ULTIMO DIA (MMDD) DE CADA TRIMESTRE
      *
         05        WTAB-FIM-TRIM       PIC  X(016)      VALUE
               '0331063009301231'.
         05        WTAB-FIM-TRIM-R     REDEFINES        WTAB-FIM-TRIM
                                       OCCURS 4         TIMES.
           10      WTAB-MES-FIM        PIC  9(002).
           10      WTAB-DIA-FIM        PIC  9(002).
      *
      *----------------------------------------------------------------*
      *                     CHAVES DE CONTROLE DE LEITURA              *
      *----------------------------------------------------------------*
      *
       01          AREA-DE-WORK.
      *
         05        SYSIN-STATUS        PIC  9(002)      VALUE ZEROS.
         05        EXT-STATUS          PIC  9(002)      VALUE ZEROS.
         05        EX1-STATUS          PIC  9(002)      VALUE ZEROS.
         05        EX2-STATUS          PIC  9(002)      VALUE ZEROS.
         05        EX3-STATUS          PIC  9(002)      VALUE ZEROS.
         05        EX4-STATUS          PIC  9(002)      VALUE ZEROS.
         05        EX5-STATUS          PIC  9(002)      VALUE ZEROS.
         05        REL-STATUS          PIC  9(002)      VALUE ZEROS.
      *
         05        WFIM-CONTRATOS      PIC  X(001)      VALUE SPACES.
      *
         05        AC-L-LINHAS         PIC  9(009)      VALUE ZEROS.
         05        AC-L-CONTRATOS      PIC  9(009)      VALUE ZEROS.
         05        AC-G-EXTRESS        PIC  9(009)      VALUE ZEROS.
         05        AC-I-SALDOS         PIC  9(009)      VALUE ZEROS.
         05        AC-L-MESES-CARGA    PIC  9(004)      VALUE ZEROS.
         05        AC-L-MESES-DIVERG   PIC  9(004)      VALUE ZEROS.
      *
      *--* ARQUIVO DE SAIDA (1 A 5) DO CONTRATO CORRENTE E REGISTRO
      *--* A GRAVAR NELE
      *
         05        WS-ARQ-CONTR        PIC  9(004)      VALUE ZEROS
                                                         COMP.
         05        WS-ARQ-DIG          PIC  9(001)      VALUE ZEROS.
         05        WS-REG-EXTRATO      PIC  X(200)      VALUE SPACES.
      *
      *--* TOTAIS DO CONTRATO CORRENTE E TOTAIS GERAIS DO TRIMESTRE
      *
         05        CTR-QTDE-GRAV       PIC  9(009)      VALUE ZEROS.
         05        CTR-QTDE-REG        PIC  9(009)      VALUE ZEROS.
         05        CTR-SALDO-ANT       PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        CTR-PREMIO-CED      PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        CTR-COMISSAO        PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        CTR-MOVTO-LIQ       PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        CTR-SALDO-FIM       PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
      *
         05        CTL-QTDE-REG        PIC  9(009)      VALUE ZEROS.
         05        CTL-SALDO-ANT       PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        CTL-PREMIO-CED      PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        CTL-COMISSAO        PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        CTL-MOVTO-LIQ       PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        CTL-SALDO-FIM       PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
      *
      *--* TOTAIS DA CONCILIACAO (TRAILERS X HISTORICO)
      *
         05        CNC-QTD-TRAILER     PIC  9(009)      VALUE ZEROS.
         05        CNC-QTD-HIST        PIC  9(009)      VALUE ZEROS.
         05        CNC-VLR-TRAILER     PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        CNC-VLR-HIST        PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        WS-VLR-DIFERENCA    PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
      *
         05        WS-CONTR-ANT        PIC  X(025)      VALUE SPACES.
         05        WS-IND-MES          PIC  9(001)      VALUE ZEROS.
         05        WS-MES-INI          PIC  9(002)      VALUE ZEROS.
         05        WS-MES-FIM          PIC  9(002)      VALUE ZEROS.
      *
         05        CTL-SW-DIVERGENCIA  PIC  X(001)      VALUE 'N'.
           88      CTL-HA-DIVERGENCIA                   VALUE 'S'.
      *
         05        WS-DATA-DBF         PIC  9(008)      VALUE ZEROS.
         05        WS-DATA-DBF-R       REDEFINES        WS-DATA-DBF.
           10      WS-DBF-ANO          PIC  9(004).
           10      WS-DBF-MES          PIC  9(002).
           10      WS-DBF-DIA          PIC  9(002).
      *
         05        WS-DATA-ACCEPT.
           10      WS-ANO-ACCEPT       PIC  9(002)      VALUE ZEROS.
           10      WS-MES-ACCEPT       PIC  9(002)      VALUE ZEROS.
           10      WS-DIA-ACCEPT       PIC  9(002)      VALUE ZEROS.
      *
         05        WS-HORA-ACCEPT.
           10      WS-HOR-ACCEPT       PIC  9(002)      VALUE ZEROS.
           10      WS-MIN-ACCEPT       PIC  9(002)      VALUE ZEROS.
           10      WS-SEG-ACCEPT       PIC  9(002)      VALUE ZEROS.
      *
         05        WS-DATA-CURR.
           10      WS-DIA-CURR         PIC  9(002)      VALUE ZEROS.
           10      FILLER              PIC  X(001)      VALUE SPACES.
           10      WS-MES-CURR         PIC  9(002)      VALUE ZEROS.
           10      FILLER              PIC  X(001)      VALUE SPACES.
           10      WS-ANO-CURR         PIC  9(004)      VALUE ZEROS.
      *
         05        WS-HORA-CURR.
           10      WS-HOR-CURR         PIC  9(002)      VALUE ZEROS.
           10      FILLER              PIC  X(001)      VALUE SPACES.
           10      WS-MIN-CURR         PIC  9(002)      VALUE ZEROS.
           10      FILLER              PIC  X(001)      VALUE SPACES.
           10      WS-SEG-CURR         PIC  9(002)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *              AREAS DE DISPLAY DE ERRO SQL                      *
      *----------------------------------------------------------------*
      *
       01       WABEND.
      *
         05     FILLER                 PIC  X(010)      VALUE
               ' RG1877B  '.
         05     FILLER                 PIC  X(026)      VALUE
               ' *** ERRO EXEC SQL NUMERO '.
         05     WNR-EXEC-SQL           PIC  X(003)      VALUE '000'.
         05     FILLER                 PIC  X(013)      VALUE
               ' *** SQLCODE '.
         05     WSQLCODE               PIC  ZZZZZ999-   VALUE ZEROS.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       PROCEDURE                   DIVISION.
      *-------------------------------------
      *
       R0000-00-PRINCIPAL          SECTION.
      *------------------------------------
      *
           MOVE         '000'            TO               WNR-EXEC-SQL.
      *
           EXEC   SQL    WHENEVER        SQLWARNING
                         CONTINUE        END-EXEC.
      *
           EXEC   SQL    WHENEVER        SQLERROR
                         CONTINUE        END-EXEC.
      *
           EXEC   SQL    WHENEVER        NOT FOUND
                         CONTINUE        END-EXEC.
      *
           MOVE         '00/00/0000'        TO         WS-DATA-CURR.
      *
           ACCEPT        WS-DATA-ACCEPT     FROM       DATE.
           MOVE          WS-DIA-ACCEPT      TO         WS-DIA-CURR.
           MOVE          WS-MES-ACCEPT      TO         WS-MES-CURR.
           MOVE          WS-ANO-ACCEPT      TO         WS-ANO-CURR.
           ADD           2000               TO         WS-ANO-CURR.
      *
           MOVE         '00:00:00'          TO         WS-HORA-CURR.
      *
           ACCEPT        WS-HORA-ACCEPT     FROM       TIME.
           MOVE          WS-HOR-ACCEPT      TO         WS-HOR-CURR.
           MOVE          WS-MIN-ACCEPT      TO         WS-MIN-CURR.
           MOVE          WS-SEG-ACCEPT      TO         WS-SEG-CURR.
      *
           DISPLAY      'RG1877B - INICIO DE EXECUCAO (' WS-DATA-CURR
                                          ' - '       WS-HORA-CURR ')'.
      *
           OPEN          INPUT             SYSIN-CARTAO.
      *
           IF  SYSIN-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0000 - ERRO NO OPEN DO CARTAO SYSIN'
               DISPLAY  'STATUS  - '  SYSIN-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
           PERFORM       R0100-00-LER-PARAMETRO.
      *
           CLOSE         SYSIN-CARTAO.
      *
           PERFORM       R0150-00-DEFINE-TRIMESTRE.
      *
           PERFORM       R0050-00-ABRE-EXTRATOS.
      *
           OPEN          OUTPUT            RELATO.
      *
           IF  REL-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0000 - ERRO NO OPEN DO ARQ RELATO'
               DISPLAY  'STATUS  - '  REL-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
           MOVE      SYSIN-TRIMESTRE     TO         LTI-TRIMESTRE.
           MOVE      SYSIN-ANO-REFER     TO         LTI-ANO-REFER.
           MOVE      WS-DATA-CURR        TO         LTI-DATA-EMIS.
      *
           MOVE      LIN-TITULO          TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
           MOVE      LIN-SEPARADOR       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           PERFORM   R0190-00-LIMPA-SALDOS.
      *
           PERFORM   R0200-00-PROCESSA-CONTRATOS.
      *
           PERFORM   R0400-00-TOTAL-GERAL.
      *
           PERFORM   R0600-00-CONCILIA-TRIMESTRE.
      *
           EXEC  SQL   COMMIT  WORK   END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               DISPLAY 'R0000 - ERRO NO COMMIT DOS SALDOS DO TRIMESTRE'
               GO   TO  R9999-00-ROT-ERRO.
      *
           PERFORM       R0060-00-FECHA-EXTRATOS.
      *
           CLOSE         RELATO.
      *
           DISPLAY   'LINHAS DO EXTRATO               - '
                      AC-L-LINHAS.
           DISPLAY   'CONTRATOS DE RESSEGURO          - '
                      AC-L-CONTRATOS.
           DISPLAY   'REG. GRAVADOS EXTRESS1-5        - '
                      AC-G-EXTRESS.
           DISPLAY   'SALDOS GRAVADOS                 - '
                      AC-I-SALDOS.
           DISPLAY   'MESES COM CARGA DO PREMRES      - '
                      AC-L-MESES-CARGA.
           DISPLAY   'MESES DIVERGENTES NO TRAILER    - '
                      AC-L-MESES-DIVERG.
      *
           MOVE      '00:00:00'          TO         WS-HORA-CURR.
      *
           ACCEPT     WS-HORA-ACCEPT     FROM       TIME.
           MOVE       WS-HOR-ACCEPT      TO         WS-HOR-CURR.
           MOVE       WS-MIN-ACCEPT      TO         WS-MIN-CURR.
           MOVE       WS-SEG-ACCEPT      TO         WS-SEG-CURR.
      *
           DISPLAY   'RG1877B - FINAL DE EXECUCAO  (' WS-DATA-CURR
                                          ' - '       WS-HORA-CURR ')'.
      *
           IF  CTL-HA-DIVERGENCIA
               DISPLAY '*---   RG1877B  -  CONCILIACAO COM DIVERGENCIA '
                       '-  VIDE RELATO   ---*'
               MOVE   4           TO     RETURN-CODE
           ELSE
               DISPLAY '*---   RG1877B  -  FIM  NORMAL   ---*'
               MOVE   ZEROS       TO     RETURN-CODE.
      *
           STOP       RUN.
      *
       R0000-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0050-00-ABRE-EXTRATOS      SECTION.
      *-------------------------------------
      *
           OPEN     OUTPUT    EXTRESS1
                              EXTRESS2
                              EXTRESS3
                              EXTRESS4
                              EXTRESS5.
      *
           IF  EX1-STATUS  NOT  EQUAL  ZEROS  OR
               EX2-STATUS  NOT  EQUAL  ZEROS  OR
               EX3-STATUS  NOT  EQUAL  ZEROS  OR
               EX4-STATUS  NOT  EQUAL  ZEROS  OR
               EX5-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0050 - ERRO NO OPEN DOS ARQS EXTRESS1-5'
               DISPLAY  'STATUS  - '  EX1-STATUS ' ' EX2-STATUS ' '
                         EX3-STATUS ' ' EX4-STATUS ' ' EX5-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
       R0050-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0060-00-FECHA-EXTRATOS     SECTION.
      *-------------------------------------
      *
           CLOSE     EXTRESS1
                     EXTRESS2
                     EXTRESS3
                     EXTRESS4
                     EXTRESS5.
      *
       R0060-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0100-00-LER-PARAMETRO      SECTION.
      *-------------------------------------
      *
           MOVE         '010'            TO               WNR-EXEC-SQL.
      *
           READ          SYSIN-CARTAO    INTO             REGT-SYSIN.
      *
           IF  SYSIN-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0100 - CARTAO SYSIN AUSENTE OU ILEGIVEL'
               DISPLAY  'STATUS  - '  SYSIN-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
           IF  SYSIN-ANO-REFER  NOT  NUMERIC   OR
               SYSIN-TRIMESTRE  NOT  NUMERIC   OR
               SYSIN-ANO-REFER  EQUAL  ZEROS   OR
               SYSIN-TRIMESTRE  EQUAL  ZEROS   OR
               SYSIN-TRIMESTRE  GREATER  4
               DISPLAY  'R0100 - PERIODO INVALIDO NO CARTAO SYSIN '
                        '(AAAAT - ANO E TRIMESTRE 1 A 4)'
               GO   TO   R9999-00-ROT-ERRO.
      *
       R0100-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* MESES DO TRIMESTRE (AAAAMM INICIAL E FINAL) E TRIMESTRE
      *--* ANTERIOR, DE ONDE VEM O SALDO ANTERIOR DE CADA LINHA.
      *
       R0150-00-DEFINE-TRIMESTRE   SECTION.
      *-------------------------------------
      *
           MOVE         '015'            TO               WNR-EXEC-SQL.
      *
           MOVE      SYSIN-ANO-REFER     TO         WHOST-ANO-TRIM.
           MOVE      SYSIN-TRIMESTRE     TO         WHOST-NUM-TRIM.
      *
           MOVE      WTAB-MES-FIM (SYSIN-TRIMESTRE)
                                         TO         WS-MES-FIM.
           COMPUTE   WS-MES-INI  =  WS-MES-FIM  -  2.
      *
           COMPUTE   WHOST-AAMM-INI  =  (SYSIN-ANO-REFER  *  100)
                                      +  WS-MES-INI.
           COMPUTE   WHOST-AAMM-FIM  =  (SYSIN-ANO-REFER  *  100)
                                      +  WS-MES-FIM.
           COMPUTE   WHOST-AAT-TRIM  =  (SYSIN-ANO-REFER  *  10)
                                      +  SYSIN-TRIMESTRE.
      *
           IF  SYSIN-TRIMESTRE  EQUAL  1
               COMPUTE  WHOST-ANO-ANT  =  SYSIN-ANO-REFER  -  1
               MOVE     4                TO         WHOST-TRIM-ANT
           ELSE
               MOVE     SYSIN-ANO-REFER  TO         WHOST-ANO-ANT
               COMPUTE  WHOST-TRIM-ANT =  SYSIN-TRIMESTRE  -  1.
      *
           MOVE      WS-MES-INI          TO         LCT-MES-INI.
           MOVE      SYSIN-ANO-REFER     TO         LCT-ANO-INI.
           MOVE      WS-MES-FIM          TO         LCT-MES-FIM.
           MOVE      SYSIN-ANO-REFER     TO         LCT-ANO-FIM.
      *
           DISPLAY   'RG1877B - EXTRATO DO TRIMESTRE '  SYSIN-TRIMESTRE
                     '/'  SYSIN-ANO-REFER  ' - MESES '  WHOST-AAMM-INI
                     ' A '  WHOST-AAMM-FIM.
      *
       R0150-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* HEADER DO ARQUIVO DO CONTRATO CORRENTE
      *
       R0180-00-GRAVA-HEADER       SECTION.
      *-------------------------------------
      *
           MOVE      'RG1877B'           TO         HDR-PROGRAMA.
           MOVE      SYSIN-ANO-REFER     TO         HDR-ANO-REFER.
           MOVE      WS-MES-FIM          TO         HDR-MES-REFER.
      *
           MOVE      SYSIN-ANO-REFER     TO         WS-DBF-ANO.
           MOVE      WS-MES-INI          TO         WS-DBF-MES.
           MOVE      01                  TO         WS-DBF-DIA.
           MOVE      WS-DATA-DBF         TO         HDR-PERI-INICIAL.
      *
           MOVE      WS-MES-FIM          TO         WS-DBF-MES.
           MOVE      WTAB-DIA-FIM (SYSIN-TRIMESTRE)
                                         TO         WS-DBF-DIA.
           MOVE      WS-DATA-DBF         TO         HDR-PERI-FINAL.
      *
           MOVE      WS-ANO-CURR         TO         WS-DBF-ANO.
           MOVE      WS-MES-CURR         TO         WS-DBF-MES.
           MOVE      WS-DIA-CURR         TO         WS-DBF-DIA.
           MOVE      WS-DATA-DBF         TO         HDR-DATA-GERACAO.
      *
           MOVE      REGT-ARQ-HEADER     TO         WS-REG-EXTRATO.
           PERFORM   R0370-00-GRAVA-ARQ-CONTRATO.
      *
       R0180-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* A REEXECUCAO DO TRIMESTRE SUBSTITUI OS SALDOS JA GRAVADOS.
      *--* SE JA HOUVER SALDO DE TRIMESTRE POSTERIOR, O SALDO ANTERIOR
      *--* DELE FOI TIRADO DA GERACAO SUBSTITUIDA: O EXTRATO E GERADO
      *--* E O PROGRAMA TERMINA COM RETURN-CODE 4 PARA REGERAR OS
      *--* TRIMESTRES SEGUINTES EM ORDEM.
      *
       R0190-00-LIMPA-SALDOS       SECTION.
      *-------------------------------------
      *
           MOVE         '019'            TO               WNR-EXEC-SQL.
      *
           EXEC SQL  DELETE
               FROM  SEGUROS.CONTA_RESSEG_SALDO
              WHERE  ANO_REFERENCIA       =  :WHOST-ANO-TRIM
                AND  TRIMESTRE_REFERENCIA =  :WHOST-NUM-TRIM
           END-EXEC.
      *
           IF    SQLCODE  NOT  EQUAL   ZEROS
             IF  SQLCODE       EQUAL   100
                 NEXT     SENTENCE
             ELSE
                 DISPLAY 'R0190 - ERRO NO DELETE DA CONTA-RESSEG-SALDO'
                 GO   TO  R9999-00-ROT-ERRO.
      *
           EXEC SQL  SELECT  COUNT(*)
                       INTO  :WHOST-QTD-POSTER
                       FROM  SEGUROS.CONTA_RESSEG_SALDO
                      WHERE  (ANO_REFERENCIA * 10
                             +  TRIMESTRE_REFERENCIA)  > :WHOST-AAT-TRIM
                       WITH  UR
           END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               DISPLAY 'R0190 - ERRO NO SELECT DA CONTA-RESSEG-SALDO'
               GO   TO  R9999-00-ROT-ERRO.
      *
           IF  WHOST-QTD-POSTER  GREATER  ZEROS
               DISPLAY 'R0190 - HA SALDOS DE TRIMESTRE POSTERIOR JA '
                       'GRAVADOS - REGERAR OS TRIMESTRES SEGUINTES'
               MOVE   'S'                TO         CTL-SW-DIVERGENCIA.
      *
       R0190-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* LINHAS DO EXTRATO: TODA CHAVE CONTRATO/RAMO_SUSEP/COD-CIA
      *--* COM MOVIMENTO NO TRIMESTRE OU COM SALDO NO TRIMESTRE
      *--* ANTERIOR, NA ORDEM DO CONTRATO.
      *
       R0200-00-PROCESSA-CONTRATOS SECTION.
      *-------------------------------------
      *
           MOVE         '020'            TO               WNR-EXEC-SQL.
      *
           EXEC  SQL  DECLARE   CONTRATOS   CURSOR   FOR
              SELECT  K.CONTR_RESSEG,
                      K.RAMO_SUSEP,
                      K.COD_CIA,
                      VALUE(M.QTD_REG, 0),
                      VALUE(M.VLR_PRM, 0),
                      VALUE(M.VLR_COMIS, 0),
                      VALUE(S.VLR_SALDO_FINAL, 0)
                FROM  (SELECT  CONTR_RESSEG,
                               RAMO_SUSEP,
                               COD_CIA
                         FROM  SEGUROS.PREMRES_HISTORICO
                        WHERE  (ANO_REFERENCIA * 100 + MES_REFERENCIA)
                               BETWEEN  :WHOST-AAMM-INI
                                   AND  :WHOST-AAMM-FIM
                       UNION
                       SELECT  CONTR_RESSEG,
                               RAMO_SUSEP,
                               COD_CIA
                         FROM  SEGUROS.CONTA_RESSEG_SALDO
                        WHERE  ANO_REFERENCIA       =  :WHOST-ANO-ANT
                          AND  TRIMESTRE_REFERENCIA =  :WHOST-TRIM-ANT
                      )  K
                LEFT  JOIN
                      (SELECT  CONTR_RESSEG,
                               RAMO_SUSEP,
                               COD_CIA,
                               COUNT(*)               AS  QTD_REG,
                               SUM(VLR_PRM_RESSEG)    AS  VLR_PRM,
                               SUM(VLR_COMIS_RESSEG)  AS  VLR_COMIS
                         FROM  SEGUROS.PREMRES_HISTORICO
                        WHERE  (ANO_REFERENCIA * 100 + MES_REFERENCIA)
                               BETWEEN  :WHOST-AAMM-INI
                                   AND  :WHOST-AAMM-FIM
                        GROUP  BY
                               CONTR_RESSEG,
                               RAMO_SUSEP,
                               COD_CIA
                      )  M
                  ON  M.CONTR_RESSEG         =  K.CONTR_RESSEG
                 AND  M.RAMO_SUSEP           =  K.RAMO_SUSEP
                 AND  M.COD_CIA              =  K.COD_CIA
                LEFT  JOIN
                      SEGUROS.CONTA_RESSEG_SALDO  S
                  ON  S.ANO_REFERENCIA       =  :WHOST-ANO-ANT
                 AND  S.TRIMESTRE_REFERENCIA =  :WHOST-TRIM-ANT
                 AND  S.CONTR_RESSEG         =  K.CONTR_RESSEG
                 AND  S.RAMO_SUSEP           =  K.RAMO_SUSEP
                 AND  S.COD_CIA              =  K.COD_CIA
               ORDER  BY  1, 2, 3
                WITH  UR
           END-EXEC.
      *
           EXEC  SQL   OPEN   CONTRATOS     END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               DISPLAY 'R0200 - ERRO NO OPEN DO CURSOR CONTRATOS'
               GO   TO  R9999-00-ROT-ERRO.
      *
           MOVE      SPACES              TO         WFIM-CONTRATOS.
           MOVE      HIGH-VALUES         TO         WS-CONTR-ANT.
      *
           PERFORM   R0220-00-FETCH-CONTRATOS  UNTIL
                     WFIM-CONTRATOS  NOT  EQUAL  SPACES.
      *
           IF  WS-CONTR-ANT  NOT  EQUAL  HIGH-VALUES
               PERFORM  R0340-00-FECHA-CONTRATO
           ELSE
               DISPLAY 'RG1877B - NENHUM CONTRATO COM MOVIMENTO OU '
                       'SALDO - NENHUM EXTRATO GERADO'.
      *
       R0200-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0220-00-FETCH-CONTRATOS    SECTION.
      *-------------------------------------
      *
           MOVE         '022'            TO               WNR-EXEC-SQL.
      *
           EXEC  SQL     FETCH           CONTRATOS
                 INTO   :WHOST-CONTR-RESSEG,
                        :WHOST-RAMO-SUSEP,
                        :WHOST-COD-CIA,
                        :WHOST-QTD-REG,
                        :WHOST-VLR-PREMIO,
                        :WHOST-VLR-COMIS,
                        :WHOST-VLR-SDO-ANT
           END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               IF  SQLCODE       EQUAL  100
                   MOVE     'S'  TO     WFIM-CONTRATOS
                   EXEC     SQL  CLOSE      CONTRATOS  END-EXEC
                   GO       TO   R0220-99-SAIDA
               ELSE
                   DISPLAY 'R0220 - ERRO DE FETCH NO CURSOR CONTRATOS'
                   GO   TO  R9999-00-ROT-ERRO
               END-IF.
      *
      *--* SALDO ANTERIOR ZERADO E SEM MOVIMENTO: LINHA ENCERRADA
      *
           IF  WHOST-QTD-REG      EQUAL  ZEROS  AND
               WHOST-VLR-SDO-ANT  EQUAL  ZEROS
               GO   TO  R0220-99-SAIDA.
      *
           PERFORM   R0300-00-TRATA-LINHA.
      *
       R0220-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* MOVIMENTO LIQUIDO = PREMIO CEDIDO - COMISSAO DE RESSEGURO
      *--* SALDO FINAL       = SALDO ANTERIOR + MOVIMENTO LIQUIDO
      *
       R0300-00-TRATA-LINHA        SECTION.
      *-------------------------------------
      *
           MOVE         '030'            TO               WNR-EXEC-SQL.
      *
           IF  WHOST-CONTR-RESSEG  NOT  EQUAL  WS-CONTR-ANT
               IF  WS-CONTR-ANT  NOT  EQUAL  HIGH-VALUES
                   PERFORM  R0340-00-FECHA-CONTRATO
               END-IF
               PERFORM  R0320-00-INICIA-CONTRATO.
      *
           ADD       1                   TO         AC-L-LINHAS.
      *
           COMPUTE   WHOST-VLR-MOVTO    =  WHOST-VLR-PREMIO
                                        -  WHOST-VLR-COMIS.
           COMPUTE   WHOST-VLR-SDO-FIM  =  WHOST-VLR-SDO-ANT
                                        +  WHOST-VLR-MOVTO.
      *
           MOVE      'D'                 TO         EXT-TIPO-REG.
           MOVE      WHOST-CONTR-RESSEG  TO         EXT-CONTR-RESSEG.
           MOVE      WHOST-RAMO-SUSEP    TO         EXT-RAMO-SUSEP.
           MOVE      WHOST-COD-CIA       TO         EXT-COD-CIA.
           MOVE      WHOST-QTD-REG       TO         EXT-QTDE-REG.
           MOVE      WHOST-VLR-SDO-ANT   TO         EXT-SALDO-ANT.
           MOVE      WHOST-VLR-PREMIO    TO         EXT-PREMIO-CED.
           MOVE      WHOST-VLR-COMIS     TO         EXT-COMISSAO.
           MOVE      WHOST-VLR-MOVTO     TO         EXT-MOVTO-LIQ.
           MOVE      WHOST-VLR-SDO-FIM   TO         EXT-SALDO-FIM.
      *
           PERFORM   R0360-00-GRAVA-EXTRATO.
      *
           MOVE      WHOST-RAMO-SUSEP    TO         LE-RAMO-SUSEP.
           MOVE      WHOST-COD-CIA       TO         LE-COD-CIA.
           MOVE      WHOST-QTD-REG       TO         LE-QTDE-REG.
           MOVE      WHOST-VLR-SDO-ANT   TO         LE-SALDO-ANT.
           MOVE      WHOST-VLR-PREMIO    TO         LE-PREMIO-CED.
           MOVE      WHOST-VLR-COMIS     TO         LE-COMISSAO.
           MOVE      WHOST-VLR-MOVTO     TO         LE-MOVTO-LIQ.
           MOVE      WHOST-VLR-SDO-FIM   TO         LE-SALDO-FIM.
      *
           MOVE      LIN-EXTRATO         TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           PERFORM   R0380-00-GRAVA-SALDO.
      *
           ADD       WHOST-QTD-REG       TO         CTR-QTDE-REG.
           ADD       WHOST-VLR-SDO-ANT   TO         CTR-SALDO-ANT.
           ADD       WHOST-VLR-PREMIO    TO         CTR-PREMIO-CED.
           ADD       WHOST-VLR-COMIS     TO         CTR-COMISSAO.
           ADD       WHOST-VLR-MOVTO     TO         CTR-MOVTO-LIQ.
           ADD       WHOST-VLR-SDO-FIM   TO         CTR-SALDO-FIM.
      *
       R0300-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* ABRE O EXTRATO DE UM NOVO CONTRATO: ASSOCIA O PROXIMO
      *--* ARQUIVO DE SAIDA LIVRE, GRAVA O HEADER NELE E ABRE O
      *--* EXTRATO DO CONTRATO NO RELATORIO
      *
       R0320-00-INICIA-CONTRATO    SECTION.
      *-------------------------------------
      *
           IF  AC-L-CONTRATOS  NOT  LESS  05
               DISPLAY 'R0320 - MAIS DE 05 CONTRATOS NO TRIMESTRE - '
                       'ARQUIVOS DE EXTRATO ESGOTADOS'
               DISPLAY 'CONTRATO - '  WHOST-CONTR-RESSEG
               GO   TO  R9999-00-ROT-ERRO.
      *
           ADD       1                   TO         AC-L-CONTRATOS.
           MOVE      AC-L-CONTRATOS      TO         WS-ARQ-CONTR.
           MOVE      WS-ARQ-CONTR        TO         WS-ARQ-DIG.
      *
           MOVE      WHOST-CONTR-RESSEG  TO         WS-CONTR-ANT.
      *
           MOVE      'EXTRESS'           TO         LCT-ARQUIVO.
           MOVE      WS-ARQ-DIG          TO         LCT-ARQUIVO (8:1).
      *
           DISPLAY  'RG1877B - CONTRATO '  WHOST-CONTR-RESSEG
                    ' ASSOCIADO AO ARQUIVO '  LCT-ARQUIVO.
      *
           PERFORM   R0180-00-GRAVA-HEADER.
      *
           MOVE      ZEROS               TO         CTR-QTDE-GRAV
                                                    CTR-QTDE-REG
                                                    CTR-SALDO-ANT
                                                    CTR-PREMIO-CED
                                                    CTR-COMISSAO
                                                    CTR-MOVTO-LIQ
                                                    CTR-SALDO-FIM.
      *
           MOVE      WHOST-CONTR-RESSEG  TO         LCT-CONTR-RESSEG.
      *
           MOVE      LIN-CONTRATO        TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
           MOVE      LIN-CABEC-EXT       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
       R0320-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* FECHA O EXTRATO DO CONTRATO: SALDO ANTERIOR, MOVIMENTO E
      *--* SALDO FINAL DO CONTRATO (REGISTRO 'S') E TRAILER DO ARQUIVO
      *--* DO CONTRATO.
      *
       R0340-00-FECHA-CONTRATO     SECTION.
      *-------------------------------------
      *
           MOVE      'S'                 TO         EXT-TIPO-REG.
           MOVE      WS-CONTR-ANT        TO         EXT-CONTR-RESSEG.
           MOVE      ZEROS               TO         EXT-RAMO-SUSEP
                                                    EXT-COD-CIA.
           MOVE      CTR-QTDE-REG        TO         EXT-QTDE-REG.
           MOVE      CTR-SALDO-ANT       TO         EXT-SALDO-ANT.
           MOVE      CTR-PREMIO-CED      TO         EXT-PREMIO-CED.
           MOVE      CTR-COMISSAO        TO         EXT-COMISSAO.
           MOVE      CTR-MOVTO-LIQ       TO         EXT-MOVTO-LIQ.
           MOVE      CTR-SALDO-FIM       TO         EXT-SALDO-FIM.
      *
           PERFORM   R0360-00-GRAVA-EXTRATO.
      *
           PERFORM   R0500-00-GRAVA-TRAILER.
      *
           MOVE      'TOTAL CONTR. '     TO         LTE-TEXTO.
           MOVE      CTR-QTDE-REG        TO         LTE-QTDE-REG.
           MOVE      CTR-SALDO-ANT       TO         LTE-SALDO-ANT.
           MOVE      CTR-PREMIO-CED      TO         LTE-PREMIO-CED.
           MOVE      CTR-COMISSAO        TO         LTE-COMISSAO.
           MOVE      CTR-MOVTO-LIQ       TO         LTE-MOVTO-LIQ.
           MOVE      CTR-SALDO-FIM       TO         LTE-SALDO-FIM.
      *
           MOVE      LIN-TOTAL-EXT       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
           MOVE      LIN-SEPARADOR       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           ADD       CTR-QTDE-REG        TO         CTL-QTDE-REG.
           ADD       CTR-SALDO-ANT       TO         CTL-SALDO-ANT.
           ADD       CTR-PREMIO-CED      TO         CTL-PREMIO-CED.
           ADD       CTR-COMISSAO        TO         CTL-COMISSAO.
           ADD       CTR-MOVTO-LIQ       TO         CTL-MOVTO-LIQ.
           ADD       CTR-SALDO-FIM       TO         CTL-SALDO-FIM.
      *
       R0340-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0360-00-GRAVA-EXTRATO      SECTION.
      *-------------------------------------
      *
           MOVE      SYSIN-ANO-REFER     TO         EXT-ANO-REFER.
           MOVE      SYSIN-TRIMESTRE     TO         EXT-TRIMESTRE.
      *
           MOVE      REGT-EXTRESS        TO         WS-REG-EXTRATO.
           PERFORM   R0370-00-GRAVA-ARQ-CONTRATO.
      *
           ADD       1                   TO         AC-G-EXTRESS.
           ADD       1                   TO         CTR-QTDE-GRAV.
      *
       R0360-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* GRAVA O REGISTRO NO ARQUIVO DE SAIDA DO CONTRATO CORRENTE
      *
       R0370-00-GRAVA-ARQ-CONTRATO SECTION.
      *-------------------------------------
      *
           EVALUATE  WS-ARQ-CONTR
               WHEN  1
                     WRITE  REG-EXTRESS1   FROM   WS-REG-EXTRATO
                     MOVE   EX1-STATUS     TO     EXT-STATUS
               WHEN  2
                     WRITE  REG-EXTRESS2   FROM   WS-REG-EXTRATO
                     MOVE   EX2-STATUS     TO     EXT-STATUS
               WHEN  3
                     WRITE  REG-EXTRESS3   FROM   WS-REG-EXTRATO
                     MOVE   EX3-STATUS     TO     EXT-STATUS
               WHEN  4
                     WRITE  REG-EXTRESS4   FROM   WS-REG-EXTRATO
                     MOVE   EX4-STATUS     TO     EXT-STATUS
               WHEN  5
                     WRITE  REG-EXTRESS5   FROM   WS-REG-EXTRATO
                     MOVE   EX5-STATUS     TO     EXT-STATUS
               WHEN  OTHER
                     DISPLAY 'R0370 - ARQUIVO DE EXTRATO INVALIDO - '
                              WS-ARQ-CONTR
                     GO   TO  R9999-00-ROT-ERRO
           END-EVALUATE.
      *
           IF  EXT-STATUS  NOT  EQUAL  ZEROS
               DISPLAY 'R0370 - ERRO NO WRITE DO ARQ '  LCT-ARQUIVO
               DISPLAY 'STATUS   - '  EXT-STATUS
               DISPLAY 'CONTRATO - '  WS-CONTR-ANT
               GO   TO  R9999-00-ROT-ERRO.
      *
       R0370-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* SALDO DA LINHA NO TRIMESTRE, SALDO ANTERIOR DO SEGUINTE
      *
       R0380-00-GRAVA-SALDO        SECTION.
      *-------------------------------------
      *
           MOVE         '038'            TO               WNR-EXEC-SQL.
      *
           EXEC SQL  INSERT
               INTO  SEGUROS.CONTA_RESSEG_SALDO
                     (ANO_REFERENCIA       ,
                      TRIMESTRE_REFERENCIA ,
                      CONTR_RESSEG         ,
                      RAMO_SUSEP           ,
                      COD_CIA              ,
                      QTD_REGISTROS        ,
                      VLR_SALDO_ANTERIOR   ,
                      VLR_PRM_RESSEG       ,
                      VLR_COMIS_RESSEG     ,
                      VLR_MOVTO_LIQUIDO    ,
                      VLR_SALDO_FINAL      ,
                      DATA_GERACAO)
              VALUES
                     (:WHOST-ANO-TRIM      ,
                      :WHOST-NUM-TRIM      ,
                      :WHOST-CONTR-RESSEG  ,
                      :WHOST-RAMO-SUSEP    ,
                      :WHOST-COD-CIA       ,
                      :WHOST-QTD-REG       ,
                      :WHOST-VLR-SDO-ANT   ,
                      :WHOST-VLR-PREMIO    ,
                      :WHOST-VLR-COMIS     ,
                      :WHOST-VLR-MOVTO     ,
                      :WHOST-VLR-SDO-FIM   ,
                      CURRENT DATE)
           END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               DISPLAY 'R0380 - ERRO NO INSERT NA CONTA-RESSEG-SALDO'
               DISPLAY 'CONTRATO - ' WHOST-CONTR-RESSEG
               DISPLAY 'RAMO     - ' WHOST-RAMO-SUSEP
               DISPLAY 'CIA      - ' WHOST-COD-CIA
               GO   TO  R9999-00-ROT-ERRO.
      *
           ADD       1                   TO         AC-I-SALDOS.
      *
       R0380-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0400-00-TOTAL-GERAL        SECTION.
      *-------------------------------------
      *
           MOVE      'TOTAL GERAL  '     TO         LTE-TEXTO.
           MOVE      CTL-QTDE-REG        TO         LTE-QTDE-REG.
           MOVE      CTL-SALDO-ANT       TO         LTE-SALDO-ANT.
           MOVE      CTL-PREMIO-CED      TO         LTE-PREMIO-CED.
           MOVE      CTL-COMISSAO        TO         LTE-COMISSAO.
           MOVE      CTL-MOVTO-LIQ       TO         LTE-MOVTO-LIQ.
           MOVE      CTL-SALDO-FIM       TO         LTE-SALDO-FIM.
      *
           MOVE      LIN-TOTAL-EXT       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
           MOVE      LIN-SEPARADOR       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
       R0400-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* TRAILER DO ARQUIVO DO CONTRATO: QUANTIDADE DE REGISTROS
      *--* 'D'/'S' E TOTAL DO PREMIO CEDIDO DO CONTRATO NO TRIMESTRE.
      *
       R0500-00-GRAVA-TRAILER      SECTION.
      *-------------------------------------
      *
           ACCEPT    WS-HORA-ACCEPT      FROM       TIME.
      *
           MOVE      WS-HORA-ACCEPT      TO         TRL-HORA-GERACAO.
           MOVE      CTR-QTDE-GRAV       TO         TRL-QTDE-REG.
           MOVE      CTR-PREMIO-CED      TO         TRL-VLR-TOTAL.
      *
           MOVE      REGT-ARQ-TRAILER    TO         WS-REG-EXTRATO.
           PERFORM   R0370-00-GRAVA-ARQ-CONTRATO.
      *
           DISPLAY  'RG1877B - CONTRATO '  WS-CONTR-ANT
                    ' - REGISTROS: '  CTR-QTDE-GRAV.
      *
       R0500-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* CONCILIACAO DO TRIMESTRE: PARA CADA MES, TRAILER DO PREMRES
      *--* (PREMRES_TRAILER) X DETALHE CARREGADO NO HISTORICO; NO TOTAL,
      *--* SOMA DOS TRAILERS X PREMIO CEDIDO DO EXTRATO.
      *
       R0600-00-CONCILIA-TRIMESTRE SECTION.
      *-------------------------------------
      *
           MOVE      'CONCILIACAO DO PREMIO CEDIDO COM OS TRAILERS DO '
                                         TO         LSU-TEXTO.
           MOVE      'PREMRES'           TO         LSU-TEXTO (49:7).
           MOVE      LIN-SUBTITULO       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
           MOVE      LIN-CABEC-CNC       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           PERFORM   R0620-00-CONCILIA-MES
                     VARYING   WS-IND-MES  FROM  1  BY  1
                     UNTIL     WS-IND-MES  GREATER  3.
      *
      *--* TOTAL DO TRIMESTRE: SOMA DOS TRAILERS X EXTRATO
      *
           MOVE      LIN-SEPARADOR       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           COMPUTE   WS-VLR-DIFERENCA  =  CNC-VLR-TRAILER
                                       -  CTL-PREMIO-CED.
      *
           MOVE      'TRIMEST'           TO         LC-PERIODO.
           MOVE      CNC-QTD-TRAILER     TO         LC-QTDE-TRAILER.
           MOVE      CTL-QTDE-REG        TO         LC-QTDE-HIST.
           MOVE      CNC-VLR-TRAILER     TO         LC-VLR-TRAILER.
           MOVE      CTL-PREMIO-CED      TO         LC-VLR-HIST.
           MOVE      WS-VLR-DIFERENCA    TO         LC-VLR-DIFERENCA.
      *
           IF  WS-VLR-DIFERENCA  EQUAL  ZEROS          AND
               CNC-QTD-TRAILER   EQUAL  CTL-QTDE-REG   AND
               AC-L-MESES-CARGA  EQUAL  3
               MOVE   'TRIMESTRE OK'     TO         LC-SITUACAO
           ELSE
               MOVE   'TRIM DIVERGENTE'  TO         LC-SITUACAO
               MOVE   'S'                TO         CTL-SW-DIVERGENCIA.
      *
           MOVE      LIN-CONCILIA        TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           DISPLAY   'TOTAL CEDIDO NOS TRAILERS       - '
                      LC-VLR-TRAILER.
           DISPLAY   'TOTAL CEDIDO NO EXTRATO         - '
                      LC-VLR-HIST.
      *
       R0600-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* MES SEM TRAILER NA PREMRES_TRAILER = PREMRES DO MES NAO
      *--* CARREGADO PELO RG1867B (ACAO 'C').
      *
       R0620-00-CONCILIA-MES       SECTION.
      *-------------------------------------
      *
           MOVE         '062'            TO               WNR-EXEC-SQL.
      *
           MOVE      SYSIN-ANO-REFER     TO         WHOST-ANO-REFER.
           COMPUTE   WHOST-MES-REFER  =  WS-MES-INI  +  WS-IND-MES
                                       -  1.
      *
           MOVE      WHOST-MES-REFER     TO         LC-MES-REFER.
           MOVE      '/'                 TO         LC-BARRA.
           MOVE      WHOST-ANO-REFER     TO         LC-ANO-REFER.
      *
           EXEC SQL  SELECT  QTD_REGISTROS,
                             VLR_TOTAL
                       INTO  :WHOST-QTD-TRAILER,
                             :WHOST-VLR-TRAILER
                       FROM  SEGUROS.PREMRES_TRAILER
                      WHERE  ANO_REFERENCIA  =  :WHOST-ANO-REFER
                        AND  MES_REFERENCIA  =  :WHOST-MES-REFER
                       WITH  UR
           END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               IF  SQLCODE       EQUAL  100
                   MOVE   ZEROS          TO         LC-QTDE-TRAILER
                                                    LC-QTDE-HIST
                                                    LC-VLR-TRAILER
                                                    LC-VLR-HIST
                                                    LC-VLR-DIFERENCA
                   MOVE  'MES SEM CARGA'  TO        LC-SITUACAO
                   MOVE   LIN-CONCILIA   TO         REG-RELATO
                   PERFORM  R0900-00-GRAVA-RELATO
                   ADD    1              TO         AC-L-MESES-DIVERG
                   MOVE   'S'            TO         CTL-SW-DIVERGENCIA
                   GO   TO  R0620-99-SAIDA
               ELSE
                   DISPLAY 'R0620 - ERRO NO SELECT DA PREMRES-TRAILER'
                   GO   TO  R9999-00-ROT-ERRO
               END-IF.
      *
           ADD       1                   TO         AC-L-MESES-CARGA.
      *
           EXEC SQL  SELECT  COUNT(*),
                             VALUE(SUM(VLR_PRM_RESSEG), 0)
                       INTO  :WHOST-QTD-HIST,
                             :WHOST-VLR-HIST
                       FROM  SEGUROS.PREMRES_HISTORICO
                      WHERE  ANO_REFERENCIA  =  :WHOST-ANO-REFER
                        AND  MES_REFERENCIA  =  :WHOST-MES-REFER
                       WITH  UR
           END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               DISPLAY 'R0620 - ERRO NO SELECT DA PREMRES-HISTORICO'
               GO   TO  R9999-00-ROT-ERRO.
      *
           COMPUTE   WS-VLR-DIFERENCA  =  WHOST-VLR-TRAILER
                                       -  WHOST-VLR-HIST.
      *
           MOVE      WHOST-QTD-TRAILER   TO         LC-QTDE-TRAILER.
           MOVE      WHOST-QTD-HIST      TO         LC-QTDE-HIST.
           MOVE      WHOST-VLR-TRAILER   TO         LC-VLR-TRAILER.
           MOVE      WHOST-VLR-HIST      TO         LC-VLR-HIST.
           MOVE      WS-VLR-DIFERENCA    TO         LC-VLR-DIFERENCA.
      *
           IF  WS-VLR-DIFERENCA   EQUAL  ZEROS  AND
               WHOST-QTD-TRAILER  EQUAL  WHOST-QTD-HIST
               MOVE   'OK'               TO         LC-SITUACAO
           ELSE
               MOVE   'DIVERGENTE'       TO         LC-SITUACAO
               ADD    1                  TO         AC-L-MESES-DIVERG
               MOVE   'S'                TO         CTL-SW-DIVERGENCIA.
      *
           MOVE      LIN-CONCILIA        TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           ADD       WHOST-QTD-TRAILER   TO         CNC-QTD-TRAILER.
           ADD       WHOST-QTD-HIST      TO         CNC-QTD-HIST.
           ADD       WHOST-VLR-TRAILER   TO         CNC-VLR-TRAILER.
           ADD       WHOST-VLR-HIST      TO         CNC-VLR-HIST.
      *
       R0620-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0900-00-GRAVA-RELATO       SECTION.
      *-------------------------------------
      *
           WRITE     REG-RELATO.
      *
           IF  REL-STATUS  NOT  EQUAL  ZEROS
               DISPLAY 'R0900 - ERRO NO WRITE DO ARQ RELATO'
               DISPLAY 'STATUS  - '  REL-STATUS
               GO   TO  R9999-00-ROT-ERRO.
      *
       R0900-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R9999-00-ROT-ERRO         SECTION.
      *----------------------------------
      *
           CLOSE    SYSIN-CARTAO.
      *
           CLOSE    EXTRESS1
                    EXTRESS2
                    EXTRESS3
                    EXTRESS4
                    EXTRESS5.
      *
           CLOSE    RELATO.
      *
           MOVE     SQLCODE    TO      WSQLCODE.
      *
           DISPLAY  WABEND.
      *
           EXEC  SQL   ROLLBACK   WORK    END-EXEC.
      *
           MOVE   99   TO         RETURN-CODE.
      *
           STOP   RUN.
      *
      *----RG1877B-----------------------------------------------------*
      *
