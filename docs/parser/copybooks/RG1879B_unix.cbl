       IDENTIFICATION               DIVISION.
      *--------------------------------------
      *
       PROGRAM-ID.                  RG1879B.
      *
      *----------------------------------------------------------------*
      *   SISTEMA ................  REGISTROS GERAIS                   *
      *   PROGRAMA ...............  RG1879B                            *
      *----------------------------------------------------------------*
      *   ANALISTA ...............  GILSON                             *
      *   PROGRAMADOR ............  MARCELO AUGUSTO PRESTES  TE43017   *
      *   DATA CODIFICACAO .......  16/12/2026                         *
      *----------------------------------------------------------------*
      *   FUNCAO: POSICAO MENSAL DE PREMIOS A RECEBER (PREMIO EMITIDO  *
      *           X PREMIO RECEBIDO) COM ENVELHECIMENTO DO SALDO EM    *
      *           ABERTO, NO ULTIMO DIA DO MES DE REFERENCIA, SOBRE A  *
      *           MESMA BASE ENVIADA A SUSEP (PREMIT_HISTORICO,        *
      *           CARREGADO PELO RG1867B):                             *
      *           - CONSIDERA CADA ENDOSSO DE EMISSAO OU DE ENDOSSO    *
      *             COM PREMIO (EMI-TIPO-MOV 101/102) ARQUIVADO ATE O  *
      *             MES DE REFERENCIA (OU NOS N MESES INFORMADOS NO    *
      *             CARTAO SYSIN), UMA UNICA VEZ POR APOLICE/ENDOSSO;  *
      *           - CONFRONTA AS PARCELAS DO ENDOSSO NA V0HISTOPARC    *
      *             COM MOVIMENTO ATE A DATA BASE:                     *
      *               OPERACAO 0100-0199  EMISSAO DA PARCELA           *
      *               OPERACAO 0200-0299  BAIXA (PAGAMENTO)            *
      *               OPERACAO 0400-0499  CANCELAMENTO DA PARCELA      *
      *             SALDO EM ABERTO = EMITIDO - PAGO - CANCELADO;      *
      *           - O VENCIMENTO DA PARCELA 01 E O EMI-DTFAT-PC01      *
      *             QUANDO INFORMADO NO PREMIT; NOS DEMAIS CASOS E A   *
      *             DATA DO MOVIMENTO DE EMISSAO DA PARCELA;           *
      *           - CLASSIFICA O SALDO EM ABERTO PELOS DIAS DESDE O    *
      *             VENCIMENTO NAS FAIXAS 0-30, 31-60, 61-90, 91-180   *
      *             E ACIMA DE 180 DIAS (PARCELA A VENCER ENTRA NA     *
      *             FAIXA 0-30);                                       *
      *           GERA O ARQUIVO ANALITICO DAS PARCELAS EM ABERTO E O  *
      *           RESUMO POR RAMO_SUSEP, COD-CIA E CANAL DE VENDAS     *
      *           (EMI-CANAL-VNDA) PARA A AREA FINANCEIRA. ENDOSSO SEM *
      *           PARCELA NA V0HISTOPARC, OU PARCELA BAIXADA OU        *
      *           CANCELADA SEM EMISSAO, E LISTADO NO RELATORIO E O    *
      *           PROGRAMA TERMINA COM RETURN-CODE 4.                  *
      *                                                                *
      * --------------------------------- -----------------    ------- *
      * TABELA                            VIEW                 ACESSO  *
      * --------------------------------- -----------------    ------- *
      * PREMIT HISTORICO                  PREMIT_HISTORICO     INPUT   *
      * PARCELA HISTORICO                 V0HISTOPARC          INPUT   *
      *----------------------------------------------------------------*
      * ARQUIVO                                                ACESSO  *
      *--------------------------------------------------------------- *
      * SYSIN    (CARTAO DE PARAMETROS)                        INPUT   *
      * PRMABER  (PARCELAS EM ABERTO POR FAIXA DE ATRASO)      OUTPUT  *
      * RELATO   (RESUMO POR RAMO_SUSEP/COD-CIA/CANAL)         OUTPUT  *
      *----------------------------------------------------------------*
      *  CARTAO SYSIN                                                  *
      *     COL 01-04  ANO DE REFERENCIA (AAAA)                        *
      *     COL 05-06  MES DE REFERENCIA (MM)                          *
      *     COL 07-09  QUANTIDADE DE MESES DE EMISSAO CONSIDERADOS,    *
      *                CONTANDO O MES DE REFERENCIA (BRANCOS OU ZEROS  *
      *                CONSIDERA TODO O HISTORICO)                     *
      *----------------------------------------------------------------*
      *  ALTERACAO - PROGRAMA CRIADO PARA A POSICAO DE PREMIOS A       *
      *              RECEBER POR FAIXA DE ATRASO.                      *
      * 16/12/2026 - MARCELO AUGUSTO PRESTES  TE43017  TAREFA - 431666 *
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
           SELECT     PRMABER
                      ASSIGN        TO        PRMABER
                      FILE  STATUS  IS        ABE-STATUS.
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
       FD              PRMABER
                       RECORD     150
                       RECORDING  MODE       F
                       BLOCK      CONTAINS   0  RECORDS
                       LABEL      RECORD        OMITTED.
      *
       01              REG-PRMABER           PIC  X(150).
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
       77          WHOST-AAMM-INI      PIC S9(009)      VALUE +0 COMP.
       77          WHOST-AAMM-REFER    PIC S9(009)      VALUE +0 COMP.
       77          WHOST-DATA-BASE     PIC  X(010)      VALUE SPACES.
      *
       77          WHOST-ANO-REFER     PIC S9(004)      VALUE +0 COMP.
       77          WHOST-MES-REFER     PIC S9(004)      VALUE +0 COMP.
       77          WHOST-RAMO-SUSEP    PIC S9(004)      VALUE +0 COMP.
       77          WHOST-REG-PREMIT    PIC  X(810)      VALUE SPACES.
      *
      *--* TABELA HISTORICO DE PARCELAS (V0HISTOPARC)
      *----------------------------------------------
      *
       77          V0HISP-NUM-APOL     PIC S9(013)      VALUE +0 COMP-3.
       77          V0HISP-NRENDOS      PIC S9(009)      VALUE +0 COMP.
       77          V0HISP-NRPARCEL     PIC S9(004)      VALUE +0 COMP.
       77          V0HISP-DTMOVTO      PIC  X(010)      VALUE SPACES.
       77          V0HISP-VLR-EMIT     PIC S9(013)V99   VALUE +0 COMP-3.
       77          V0HISP-VLR-PAGO     PIC S9(013)V99   VALUE +0 COMP-3.
       77          V0HISP-VLR-CANC     PIC S9(013)V99   VALUE +0 COMP-3.
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
         05        SYSIN-MES-REFER     PIC  9(002)      VALUE ZEROS.
         05        SYSIN-QTDE-MESES    PIC  9(003)      VALUE ZEROS.
         05        FILLER              PIC  X(071)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *        VISAO DO REGISTRO DO PREMIT GUARDADO NO HISTORICO       *
      *        (LAYOUT REGT-PREMIT DO RG1866B - CAMPOS DA COBRANCA)    *
      *----------------------------------------------------------------*
      *
       01          ENT-PREMIT.
      *
         05        FILLER              PIC  X(010).
         05        ENT-EMI-COD-CIA     PIC  9(005).
         05        FILLER              PIC  X(101).
         05        ENT-EMI-NUM-APOL    PIC  9(013).
         05        FILLER              PIC  X(011).
         05        ENT-EMI-NUM-END     PIC  9(009).
         05        FILLER              PIC  X(322).
         05        ENT-EMI-NUM-PARCEL  PIC  9(004).
         05        ENT-EMI-CANAL-VNDA  PIC  9(004).
         05        FILLER              PIC  X(148).
         05        ENT-EMI-DTFAT-PC01  PIC  9(008).
         05        FILLER              PIC  X(175).
      *
      *----------------------------------------------------------------*
      *       LAYOUT DO ARQUIVO DAS PARCELAS EM ABERTO (PRMABER)       *
      *----------------------------------------------------------------*
      *
       01          REGT-PRMABER.
      *
         05        ABE-TIPO-REG        PIC  X(001)      VALUE 'D'.
         05        ABE-ANO-REFER       PIC  9(004)      VALUE ZEROS.
         05        ABE-MES-REFER       PIC  9(002)      VALUE ZEROS.
         05        ABE-COD-CIA         PIC  9(005)      VALUE ZEROS.
         05        ABE-RAMO-SUSEP      PIC  9(004)      VALUE ZEROS.
         05        ABE-CANAL-VNDA      PIC  9(004)      VALUE ZEROS.
         05        ABE-NUM-APOL        PIC  9(013)      VALUE ZEROS.
         05        ABE-NUM-END         PIC  9(009)      VALUE ZEROS.
         05        ABE-NUM-PARCEL      PIC  9(004)      VALUE ZEROS.
         05        ABE-DT-VENCTO       PIC  9(008)      VALUE ZEROS.
         05        ABE-IND-VENCTO      PIC  X(001)      VALUE SPACES.
         05        ABE-DIAS-ATRASO     PIC  9(005)      VALUE ZEROS.
         05        ABE-FAIXA-ATRASO    PIC  9(001)      VALUE ZEROS.
         05        ABE-VLR-EMITIDO     PIC  -(012)9.99.
         05        ABE-VLR-PAGO        PIC  -(012)9.99.
         05        ABE-VLR-CANCELADO   PIC  -(012)9.99.
         05        ABE-VLR-ABERTO      PIC  -(012)9.99.
         05        FILLER              PIC  X(025)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *        HEADER E TRAILER DO ANALITICO (LAYOUT DO RG1866B)       *
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
         05        FILLER              PIC  X(043)      VALUE
               'RG1879B - PREMIOS A RECEBER - REFERENCIA '.
         05        LTI-MES-REFER       PIC  9(002)      VALUE ZEROS.
         05        FILLER              PIC  X(001)      VALUE '/'.
         05        LTI-ANO-REFER       PIC  9(004)      VALUE ZEROS.
         05        FILLER              PIC  X(013)      VALUE
               ' - DATA BASE '.
         05        LTI-DATA-BASE       PIC  X(010)      VALUE SPACES.
         05        FILLER              PIC  X(011)      VALUE
               ' - EMISSAO '.
         05        LTI-DATA-EMIS       PIC  X(010)      VALUE SPACES.
         05        FILLER              PIC  X(038)      VALUE SPACES.
      *
       01          LIN-SUBTITULO.
      *
         05        LSU-TEXTO           PIC  X(070)      VALUE SPACES.
         05        FILLER              PIC  X(062)      VALUE SPACES.
      *
       01          LIN-CABEC-INC.
      *
         05        FILLER              PIC  X(044)      VALUE
               'RAMO  CIA    APOLICE        ENDOSSO    PARC '.
         05        FILLER              PIC  X(044)      VALUE
               ' AAMM               VALOR  MOTIVO           '.
         05        FILLER              PIC  X(044)      VALUE
               '                                            '.
      *
       01          LIN-INCONSISTENCIA.
      *
         05        LI-RAMO-SUSEP       PIC  9(004).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LI-COD-CIA          PIC  9(005).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LI-NUM-APOL         PIC  9(013).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LI-NUM-END          PIC  9(009).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LI-NUM-PARCEL       PIC  9(004).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LI-AAMM-ARQUIVO     PIC  9(006).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LI-VALOR            PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LI-MOTIVO           PIC  X(050).
         05        FILLER              PIC  X(011)      VALUE SPACES.
      *
       01          LIN-CABEC-RSM.
      *
         05        FILLER              PIC  X(044)      VALUE
               'RAMO  CIA    CANALPARCELAS    0 A 30 DIAS   '.
         05        FILLER              PIC  X(044)      VALUE
               '31 A 60 DIAS   61 A 90 DIAS  91 A 180 DIAS A'.
         05        FILLER              PIC  X(044)      VALUE
               'CIMA 180 DIAS   TOTAL ABERTO                '.
      *
       01          LIN-RESUMO.
      *
         05        LR-RAMO-SUSEP       PIC  9(004).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LR-COD-CIA          PIC  9(005).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LR-CANAL-VNDA       PIC  9(004).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LR-QTDE-PARC        PIC  Z(006)9.
         05        LR-FAIXAS           OCCURS  5        TIMES.
           10      FILLER              PIC  X(001).
           10      LR-VLR-FAIXA        PIC  -(010)9.99.
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LR-VLR-ABERTO       PIC  -(010)9.99.
         05        FILLER              PIC  X(016)      VALUE SPACES.
      *
       01          LIN-TOTAL-RSM.
      *
         05        FILLER              PIC  X(019)      VALUE
               'TOTAL GERAL'.
         05        LT-QTDE-PARC        PIC  Z(006)9.
         05        LT-FAIXAS           OCCURS  5        TIMES.
           10      FILLER              PIC  X(001).
           10      LT-VLR-FAIXA        PIC  -(010)9.99.
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LT-VLR-ABERTO       PIC  -(010)9.99.
         05        FILLER              PIC  X(016)      VALUE SPACES.
      *
       01          LIN-SEPARADOR       PIC  X(132)     VALUE ALL '-'.
      *
      *----------------------------------------------------------------*
      *                 DEFINICAO DAS TABELAS INTERNAS                 *
      *----------------------------------------------------------------*
      *
       01          WS-TABELAS.
      *
      *--* DIAS ACUMULADOS NO ANO ATE O INICIO DE CADA MES
      *
         05        WTAB-DIAS-MES       PIC  X(036)      VALUE
               '000031059090120151181212243273304334'.
         05        WTAB-DIAS-MES-R     REDEFINES        WTAB-DIAS-MES
                                       OCCURS 12        TIMES.
           10      WTAB-DIAS-ACUM      PIC  9(003).
      *
      *--* QUANTIDADE DE DIAS DE CADA MES (FEVEREIRO AJUSTADO NO ANO
      *--* BISSEXTO)
      *
         05        WTAB-ULT-DIA        PIC  X(024)      VALUE
               '312831303130313130313031'.
         05        WTAB-ULT-DIA-R      REDEFINES        WTAB-ULT-DIA
                                       OCCURS 12        TIMES.
           10      WTAB-DIAS-NO-MES    PIC  9(002).
      *
      *--* LIMITE SUPERIOR EM DIAS DAS FAIXAS DE ATRASO 1 A 4 (A FAIXA
      *--* 5 E ACIMA DE 180 DIAS)
      *
         05        WTAB-LIM-FAIXA      PIC  X(012)      VALUE
               '030060090180'.
         05        WTAB-LIM-FAIXA-R    REDEFINES        WTAB-LIM-FAIXA
                                       OCCURS 4         TIMES.
           10      WTAB-DIAS-FAIXA     PIC  9(003).
      *
      *--* RESUMO DO SALDO EM ABERTO POR RAMO_SUSEP/COD-CIA/CANAL
      *
         05        RSM-QTDE-OCUP       PIC  9(004)      COMP
                                                         VALUE ZEROS.
         05        RSM-TAB-RESUMO      OCCURS  1000     TIMES
                                       INDEXED   BY     RSM-IDX.
           10      RSM-TAB-RAMO        PIC  9(004)      VALUE ZEROS.
           10      RSM-TAB-COD-CIA     PIC  9(005)      VALUE ZEROS.
           10      RSM-TAB-CANAL       PIC  9(004)      VALUE ZEROS.
           10      RSM-TAB-QTDE        PIC  9(009)      VALUE ZEROS.
           10      RSM-TAB-VLR-FAIXA   PIC S9(013)V99   VALUE ZEROS
                                       COMP-3           OCCURS 5 TIMES.
           10      RSM-TAB-VLR-ABERTO  PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
      *
      *----------------------------------------------------------------*
      *                     CHAVES DE CONTROLE DE LEITURA              *
      *----------------------------------------------------------------*
      *
       01          AREA-DE-WORK.
      *
         05        SYSIN-STATUS        PIC  9(002)      VALUE ZEROS.
         05        ABE-STATUS          PIC  9(002)      VALUE ZEROS.
         05        REL-STATUS          PIC  9(002)      VALUE ZEROS.
      *
         05        WFIM-ENDOSSOS       PIC  X(001)      VALUE SPACES.
         05        WFIM-PARCELAS       PIC  X(001)      VALUE SPACES.
         05        WTEM-INCONS         PIC  X(001)      VALUE SPACES.
         05        WTEM-PARCELA        PIC  X(001)      VALUE SPACES.
      *
         05        AC-L-PREMIT-HIST    PIC  9(009)      VALUE ZEROS.
         05        AC-L-REPETIDOS      PIC  9(009)      VALUE ZEROS.
         05        AC-L-ENDOSSOS       PIC  9(009)      VALUE ZEROS.
         05        AC-L-PARCELAS       PIC  9(009)      VALUE ZEROS.
         05        AC-L-QUITADAS       PIC  9(009)      VALUE ZEROS.
         05        AC-L-INCONSIST      PIC  9(009)      VALUE ZEROS.
         05        AC-G-PRMABER        PIC  9(009)      VALUE ZEROS.
      *
         05        CTL-VLR-FAIXA       PIC S9(013)V99   VALUE ZEROS
                                       COMP-3           OCCURS 5 TIMES.
         05        CTL-VLR-ABERTO      PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
      *
         05        CTL-SW-INCONSIST    PIC  X(001)      VALUE 'N'.
           88      CTL-HA-INCONSIST                     VALUE 'S'.
      *
      *--* CHAVE DO ULTIMO ENDOSSO TRATADO (O MESMO ENDOSSO PODE TER
      *--* MAIS DE UM GRUPO OU TER SIDO ARQUIVADO EM MAIS DE UM MES)
      *
         05        WS-APOL-ANT         PIC  9(013)      VALUE ZEROS.
         05        WS-END-ANT          PIC  9(009)      VALUE ZEROS.
      *
      *--* PARCELA EM CALCULO
      *
         05        WS-VLR-ABERTO       PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        WS-DT-VENCTO        PIC  9(008)      VALUE ZEROS.
         05        WS-IND-VENCTO       PIC  X(001)      VALUE SPACES.
         05        WS-FAIXA            PIC  9(001)      VALUE ZEROS.
         05        WS-MOTIVO           PIC  X(050)      VALUE SPACES.
         05        WS-VLR-INCONS       PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
      *
         05        WS-DIAS-VENCTO      PIC S9(009)      VALUE +0 COMP.
         05        WS-DIAS-REFER       PIC S9(009)      VALUE +0 COMP.
         05        WS-DIAS-ATRASO      PIC S9(009)      VALUE +0 COMP.
         05        WS-MESES-AUX        PIC S9(009)      VALUE +0 COMP.
         05        WS-ANO-AUX          PIC S9(009)      VALUE +0 COMP.
         05        WS-MES-AUX          PIC S9(009)      VALUE +0 COMP.
         05        WS-IND-FX           PIC S9(004)      VALUE +0 COMP.
      *
      *--* DATA BASE DA POSICAO (ULTIMO DIA DO MES DE REFERENCIA)
      *
         05        WS-DATA-REFER       PIC  9(008)      VALUE ZEROS.
         05        WS-DATA-REFER-R     REDEFINES        WS-DATA-REFER.
           10      WS-REF-ANO          PIC  9(004).
           10      WS-REF-MES          PIC  9(002).
           10      WS-REF-DIA          PIC  9(002).
      *
         05        WDATA-REFER-DB2.
           10      WDAT-REF-ANO        PIC  9(004)      VALUE ZEROS.
           10      FILLER              PIC  X(001)      VALUE '-'.
           10      WDAT-REF-MES        PIC  9(002)      VALUE ZEROS.
           10      FILLER              PIC  X(001)      VALUE '-'.
           10      WDAT-REF-DIA        PIC  9(002)      VALUE ZEROS.
      *
         05        WDATA-AUX           PIC  X(010)      VALUE SPACES.
         05        WDATA-AUX-R         REDEFINES        WDATA-AUX.
           10      WDAT-AUX-ANO        PIC  9(004).
           10      FILLER              PIC  X(001).
           10      WDAT-AUX-MES        PIC  9(002).
           10      FILLER              PIC  X(001).
           10      WDAT-AUX-DIA        PIC  9(002).
      *
         05        WS-DATA-DBF         PIC  9(008)      VALUE ZEROS.
         05        WS-DATA-DBF-R       REDEFINES        WS-DATA-DBF.
           10      WS-DBF-ANO          PIC  9(004).
           10      WS-DBF-MES          PIC  9(002).
           10      WS-DBF-DIA          PIC  9(002).
      *
      *--* AREA DO CALCULO DE DIAS DESDE A ORIGEM
      *
         05        WCAL-DATA           PIC  9(008)      VALUE ZEROS.
         05        WCAL-DATA-R         REDEFINES        WCAL-DATA.
           10      WCAL-ANO            PIC  9(004).
           10      WCAL-MES            PIC  9(002).
           10      WCAL-DIA            PIC  9(002).
         05        WCAL-ANO-ANT        PIC S9(009)      VALUE +0 COMP.
         05        WCAL-QUOC           PIC S9(009)      VALUE +0 COMP.
         05        WCAL-RESTO          PIC S9(009)      VALUE +0 COMP.
         05        WCAL-DIAS           PIC S9(009)      VALUE +0 COMP.
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
               ' RG1879B  '.
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
           DISPLAY      'RG1879B - INICIO DE EXECUCAO (' WS-DATA-CURR
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
           PERFORM       R0150-00-DATA-BASE.
      *
           OPEN          OUTPUT            PRMABER.
      *
           IF  ABE-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0000 - ERRO NO OPEN DO ARQ PRMABER'
               DISPLAY  'STATUS  - '  ABE-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
           OPEN          OUTPUT            RELATO.
      *
           IF  REL-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0000 - ERRO NO OPEN DO ARQ RELATO'
               DISPLAY  'STATUS  - '  REL-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
           MOVE      SYSIN-MES-REFER     TO         LTI-MES-REFER.
           MOVE      SYSIN-ANO-REFER     TO         LTI-ANO-REFER.
           MOVE      WDATA-REFER-DB2     TO         LTI-DATA-BASE.
           MOVE      WS-DATA-CURR        TO         LTI-DATA-EMIS.
      *
           MOVE      LIN-TITULO          TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
           MOVE      LIN-SEPARADOR       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           PERFORM   R0180-00-GRAVA-HEADER.
      *
           PERFORM   R0200-00-PROCESSA-ENDOSSOS.
      *
           PERFORM   R0500-00-GRAVA-TRAILER.
      *
           PERFORM   R0600-00-IMPRIME-RESUMO.
      *
           CLOSE         PRMABER
                         RELATO.
      *
           DISPLAY   'REG. LIDOS PREMIT-HISTORICO    - '
                      AC-L-PREMIT-HIST.
           DISPLAY   'GRUPOS DE ENDOSSO JA TRATADO   - '
                      AC-L-REPETIDOS.
           DISPLAY   'ENDOSSOS CONFRONTADOS          - '
                      AC-L-ENDOSSOS.
           DISPLAY   'PARCELAS LIDAS V0HISTOPARC     - '
                      AC-L-PARCELAS.
           DISPLAY   'PARCELAS QUITADAS/CANCELADAS   - '
                      AC-L-QUITADAS.
           DISPLAY   'INCONSISTENCIAS LISTADAS       - '
                      AC-L-INCONSIST.
           DISPLAY   'REG. GRAVADOS PRMABER          - '
                      AC-G-PRMABER.
      *
           MOVE      '00:00:00'          TO         WS-HORA-CURR.
      *
           ACCEPT     WS-HORA-ACCEPT     FROM       TIME.
           MOVE       WS-HOR-ACCEPT      TO         WS-HOR-CURR.
           MOVE       WS-MIN-ACCEPT      TO         WS-MIN-CURR.
           MOVE       WS-SEG-ACCEPT      TO         WS-SEG-CURR.
      *
           DISPLAY   'RG1879B - FINAL DE EXECUCAO  (' WS-DATA-CURR
                                          ' - '       WS-HORA-CURR ')'.
      *
           IF  CTL-HA-INCONSIST
               DISPLAY '*---   RG1879B  -  HA PARCELAS INCONSISTENTES '
                       '-  VIDE RELATO   ---*'
               MOVE   4           TO     RETURN-CODE
           ELSE
               DISPLAY '*---   RG1879B  -  FIM  NORMAL   ---*'
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
               SYSIN-MES-REFER  NOT  NUMERIC   OR
               SYSIN-ANO-REFER  EQUAL  ZEROS   OR
               SYSIN-MES-REFER  EQUAL  ZEROS   OR
               SYSIN-MES-REFER  GREATER  12
               DISPLAY  'R0100 - PERIODO DE REFERENCIA INVALIDO NO '
                        'CARTAO SYSIN (AAAAMM)'
               GO   TO   R9999-00-ROT-ERRO.
      *
           COMPUTE   WHOST-AAMM-REFER  =  (SYSIN-ANO-REFER  *  100)
                                        +  SYSIN-MES-REFER.
      *
      *--* COLUNAS 7-9 EM BRANCO VALEM COMO ZEROS (TODO O HISTORICO)
      *
           IF  SYSIN-QTDE-MESES  NOT  NUMERIC
               MOVE   ZEROS              TO         SYSIN-QTDE-MESES.
      *
           IF  SYSIN-QTDE-MESES  EQUAL  ZEROS
               MOVE   ZEROS              TO         WHOST-AAMM-INI
           ELSE
               COMPUTE  WS-MESES-AUX  =  (SYSIN-ANO-REFER  *  12)
                                      +   SYSIN-MES-REFER
                                      -   SYSIN-QTDE-MESES
               DIVIDE   WS-MESES-AUX  BY  12
                        GIVING  WS-ANO-AUX  REMAINDER  WS-MES-AUX
               COMPUTE  WHOST-AAMM-INI  =  (WS-ANO-AUX  *  100)
                                        +   WS-MES-AUX  +  1.
      *
       R0100-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* DATA BASE DA POSICAO = ULTIMO DIA DO MES DE REFERENCIA.
      *
       R0150-00-DATA-BASE          SECTION.
      *-------------------------------------
      *
           MOVE      SYSIN-ANO-REFER     TO         WS-REF-ANO.
           MOVE      SYSIN-MES-REFER     TO         WS-REF-MES.
           MOVE      WTAB-DIAS-NO-MES (WS-REF-MES)
                                         TO         WS-REF-DIA.
      *
           IF  WS-REF-MES  EQUAL  02
               DIVIDE    WS-REF-ANO  BY  4
                         GIVING  WCAL-QUOC  REMAINDER  WCAL-RESTO
               IF  WCAL-RESTO  EQUAL  ZEROS
                   DIVIDE    WS-REF-ANO  BY  100
                             GIVING  WCAL-QUOC  REMAINDER  WCAL-RESTO
                   IF  WCAL-RESTO  NOT  EQUAL  ZEROS
                       MOVE  29  TO  WS-REF-DIA
                   ELSE
                       DIVIDE  WS-REF-ANO  BY  400
                               GIVING  WCAL-QUOC
                               REMAINDER  WCAL-RESTO
                       IF  WCAL-RESTO  EQUAL  ZEROS
                           MOVE  29  TO  WS-REF-DIA
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
           MOVE      WS-REF-ANO          TO         WDAT-REF-ANO.
           MOVE      WS-REF-MES          TO         WDAT-REF-MES.
           MOVE      WS-REF-DIA          TO         WDAT-REF-DIA.
           MOVE      WDATA-REFER-DB2     TO         WHOST-DATA-BASE.
      *
           MOVE      WS-DATA-REFER       TO         WCAL-DATA.
           PERFORM   R0800-00-CALCULA-DIAS.
           MOVE      WCAL-DIAS           TO         WS-DIAS-REFER.
      *
           DISPLAY   'RG1879B - PREMIOS A RECEBER DE '  SYSIN-MES-REFER
                     '/'  SYSIN-ANO-REFER  ' - DATA BASE '
                     WDATA-REFER-DB2  ' - EMISSOES DE '  WHOST-AAMM-INI
                     ' A '  WHOST-AAMM-REFER.
      *
       R0150-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0180-00-GRAVA-HEADER       SECTION.
      *-------------------------------------
      *
           MOVE      'RG1879B'           TO         HDR-PROGRAMA.
           MOVE      SYSIN-ANO-REFER     TO         HDR-ANO-REFER.
           MOVE      SYSIN-MES-REFER     TO         HDR-MES-REFER.
      *
           MOVE      SYSIN-ANO-REFER     TO         WS-DBF-ANO.
           MOVE      SYSIN-MES-REFER     TO         WS-DBF-MES.
           MOVE      01                  TO         WS-DBF-DIA.
           MOVE      WS-DATA-DBF         TO         HDR-PERI-INICIAL.
           MOVE      WS-DATA-REFER       TO         HDR-PERI-FINAL.
      *
           MOVE      WS-ANO-CURR         TO         WS-DBF-ANO.
           MOVE      WS-MES-CURR         TO         WS-DBF-MES.
           MOVE      WS-DIA-CURR         TO         WS-DBF-DIA.
           MOVE      WS-DATA-DBF         TO         HDR-DATA-GERACAO.
      *
           WRITE     REG-PRMABER         FROM       REGT-ARQ-HEADER.
      *
           IF  ABE-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0180 - ERRO NO WRITE DO HEADER DO PRMABER'
               DISPLAY  'STATUS  - '  ABE-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
       R0180-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* ENDOSSOS COM PREMIO (TIPO-MOV 101/102, POSICAO 47 DO
      *--* REGISTRO) ARQUIVADOS NA FAIXA DE MESES, NA ORDEM DO RESUMO
      *--* (RAMO_SUSEP, COD-CIA NA POSICAO 11, CANAL DE VENDAS NA
      *--* POSICAO 476) E DO ENDOSSO, PRIMEIRO ARQUIVAMENTO ANTES.
      *
       R0200-00-PROCESSA-ENDOSSOS  SECTION.
      *-------------------------------------
      *
           MOVE         '020'            TO               WNR-EXEC-SQL.
      *
           EXEC  SQL  DECLARE   ENDOSSOS   CURSOR   FOR
              SELECT  ANO_REFERENCIA,
                      MES_REFERENCIA,
                      RAMO_SUSEP,
                      REGISTRO_PREMIT
                FROM  SEGUROS.PREMIT_HISTORICO
               WHERE  (ANO_REFERENCIA * 100 + MES_REFERENCIA)
                                   BETWEEN  :WHOST-AAMM-INI
                                       AND  :WHOST-AAMM-REFER
                 AND  SUBSTR(REGISTRO_PREMIT,47,3)
                                        IN  ('101','102')
               ORDER  BY
                      RAMO_SUSEP,
                      SUBSTR(REGISTRO_PREMIT,11,5),
                      SUBSTR(REGISTRO_PREMIT,476,4),
                      NUM_APOLICE,
                      NRENDOS,
                      ANO_REFERENCIA,
                      MES_REFERENCIA,
                      TIPO_OPERACAO,
                      NUM_SEQ
                WITH  UR
           END-EXEC.
      *
           EXEC  SQL   OPEN   ENDOSSOS      END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               DISPLAY 'R0200 - ERRO NO OPEN DO CURSOR ENDOSSOS'
               GO   TO  R9999-00-ROT-ERRO.
      *
           MOVE      SPACES              TO         WFIM-ENDOSSOS.
      *
           PERFORM   R0220-00-FETCH-ENDOSSOS  UNTIL
                     WFIM-ENDOSSOS  NOT  EQUAL  SPACES.
      *
       R0200-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0220-00-FETCH-ENDOSSOS     SECTION.
      *-------------------------------------
      *
           MOVE         '022'            TO               WNR-EXEC-SQL.
      *
           EXEC  SQL     FETCH           ENDOSSOS
                 INTO   :WHOST-ANO-REFER,
                        :WHOST-MES-REFER,
                        :WHOST-RAMO-SUSEP,
                        :WHOST-REG-PREMIT
           END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               IF  SQLCODE       EQUAL  100
                   MOVE     'S'  TO     WFIM-ENDOSSOS
                   EXEC     SQL  CLOSE      ENDOSSOS   END-EXEC
                   GO       TO   R0220-99-SAIDA
               ELSE
                   DISPLAY 'R0220 - ERRO DE FETCH NO CURSOR ENDOSSOS'
                   GO   TO  R9999-00-ROT-ERRO
               END-IF.
      *
           ADD       1                   TO         AC-L-PREMIT-HIST.
      *
           MOVE      WHOST-REG-PREMIT    TO         ENT-PREMIT.
      *
      *--* AS PARCELAS SAO DO ENDOSSO: SO O PRIMEIRO GRUPO E TRATADO
      *
           IF  ENT-EMI-NUM-APOL  EQUAL  WS-APOL-ANT  AND
               ENT-EMI-NUM-END   EQUAL  WS-END-ANT
               ADD    1                  TO         AC-L-REPETIDOS
               GO   TO  R0220-99-SAIDA.
      *
           MOVE      ENT-EMI-NUM-APOL    TO         WS-APOL-ANT.
           MOVE      ENT-EMI-NUM-END     TO         WS-END-ANT.
      *
           ADD       1                   TO         AC-L-ENDOSSOS.
      *
           PERFORM   R0300-00-PROCESSA-PARCELAS.
      *
       R0220-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* PARCELAS DO ENDOSSO NA V0HISTOPARC COM MOVIMENTO ATE A DATA
      *--* BASE: VALOR EMITIDO, PAGO E CANCELADO E A DATA DO MOVIMENTO
      *--* DE EMISSAO DE CADA PARCELA ('0001-01-01' QUANDO A PARCELA
      *--* NAO TEM OCORRENCIA DE EMISSAO).
      *
       R0300-00-PROCESSA-PARCELAS  SECTION.
      *-------------------------------------
      *
           MOVE         '030'            TO               WNR-EXEC-SQL.
      *
           MOVE      ENT-EMI-NUM-APOL    TO         V0HISP-NUM-APOL.
           MOVE      ENT-EMI-NUM-END     TO         V0HISP-NRENDOS.
      *
           EXEC  SQL  DECLARE   PARCELAS   CURSOR   FOR
              SELECT  NRPARCEL,
                      VALUE(SUM(CASE WHEN OPERACAO < 0200
                                     THEN VLPRMTOT ELSE 0 END),+0),
                      VALUE(SUM(CASE WHEN OPERACAO BETWEEN 0200
                                                       AND 0299
                                     THEN VLPRMTOT ELSE 0 END),+0),
                      VALUE(SUM(CASE WHEN OPERACAO BETWEEN 0400
                                                       AND 0499
                                     THEN VLPRMTOT ELSE 0 END),+0),
                      VALUE(MIN(CASE WHEN OPERACAO < 0200
                                     THEN DTMOVTO END),
                            DATE('0001-01-01'))
                FROM  SEGUROS.V0HISTOPARC
               WHERE  NUM_APOLICE       =   :V0HISP-NUM-APOL
                 AND  NRENDOS           =   :V0HISP-NRENDOS
                 AND  DTMOVTO          <=   :WHOST-DATA-BASE
               GROUP  BY
                      NRPARCEL
               ORDER  BY
                      NRPARCEL
                WITH  UR
           END-EXEC.
      *
           EXEC  SQL   OPEN   PARCELAS      END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               DISPLAY 'R0300 - ERRO NO OPEN DO CURSOR PARCELAS'
               DISPLAY 'APOLICE  - ' V0HISP-NUM-APOL
               DISPLAY 'ENDOSSO  - ' V0HISP-NRENDOS
               GO   TO  R9999-00-ROT-ERRO.
      *
           MOVE      SPACES              TO         WFIM-PARCELAS
                                                    WTEM-PARCELA.
      *
           PERFORM   R0320-00-FETCH-PARCELAS  UNTIL
                     WFIM-PARCELAS  NOT  EQUAL  SPACES.
      *
      *--* ENDOSSO ARQUIVADO SEM NENHUMA PARCELA NO HISTORICO: A
      *--* PARCELA INFORMADA NO PREMIT (EMI-NUM-PARCEL) E LISTADA
      *
           IF  WTEM-PARCELA  NOT  EQUAL  'S'
               MOVE   ENT-EMI-NUM-PARCEL TO         V0HISP-NRPARCEL
               MOVE   ZEROS              TO         WS-VLR-INCONS
               MOVE   'ENDOSSO SEM PARCELA NA V0HISTOPARC ATE A DATA '
                                         TO         WS-MOTIVO
               MOVE   'BASE'             TO         WS-MOTIVO (47:4)
               PERFORM  R0400-00-LISTA-INCONSISTENCIA.
      *
       R0300-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0320-00-FETCH-PARCELAS     SECTION.
      *-------------------------------------
      *
           MOVE         '032'            TO               WNR-EXEC-SQL.
      *
           EXEC  SQL     FETCH           PARCELAS
                 INTO   :V0HISP-NRPARCEL,
                        :V0HISP-VLR-EMIT,
                        :V0HISP-VLR-PAGO,
                        :V0HISP-VLR-CANC,
                        :V0HISP-DTMOVTO
           END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               IF  SQLCODE       EQUAL  100
                   MOVE     'S'  TO     WFIM-PARCELAS
                   EXEC     SQL  CLOSE      PARCELAS   END-EXEC
                   GO       TO   R0320-99-SAIDA
               ELSE
                   DISPLAY 'R0320 - ERRO DE FETCH NO CURSOR PARCELAS'
                   DISPLAY 'APOLICE  - ' V0HISP-NUM-APOL
                   DISPLAY 'ENDOSSO  - ' V0HISP-NRENDOS
                   GO   TO  R9999-00-ROT-ERRO
               END-IF.
      *
           ADD       1                   TO         AC-L-PARCELAS.
           MOVE      'S'                 TO         WTEM-PARCELA.
      *
           IF  V0HISP-DTMOVTO  EQUAL  '0001-01-01'
               COMPUTE  WS-VLR-INCONS  =  V0HISP-VLR-PAGO
                                       +  V0HISP-VLR-CANC
               MOVE   'PARCELA BAIXADA OU CANCELADA SEM EMISSAO'
                                         TO         WS-MOTIVO
               PERFORM  R0400-00-LISTA-INCONSISTENCIA
               GO   TO  R0320-99-SAIDA.
      *
           COMPUTE   WS-VLR-ABERTO   =   V0HISP-VLR-EMIT
                                     -   V0HISP-VLR-PAGO
                                     -   V0HISP-VLR-CANC.
      *
           IF  WS-VLR-ABERTO  NOT  GREATER  ZEROS
               ADD    1                  TO         AC-L-QUITADAS
               GO   TO  R0320-99-SAIDA.
      *
           PERFORM   R0340-00-CLASSIFICA-ATRASO.
      *
           PERFORM   R0360-00-GRAVA-ANALITICO.
      *
           PERFORM   R0380-00-ACUMULA-RESUMO.
      *
       R0320-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* VENCIMENTO: EMI-DTFAT-PC01 PARA A PARCELA 01 QUANDO O PREMIT
      *--* TRAZ A DATA ('F'); SENAO, A DATA DO MOVIMENTO DE EMISSAO DA
      *--* PARCELA NA V0HISTOPARC ('H'). DIAS DE ATRASO NEGATIVOS
      *--* (PARCELA A VENCER) CONTAM COMO ZERO.
      *
       R0340-00-CLASSIFICA-ATRASO  SECTION.
      *-------------------------------------
      *
           IF  V0HISP-NRPARCEL     EQUAL  1        AND
               ENT-EMI-DTFAT-PC01  NUMERIC         AND
               ENT-EMI-DTFAT-PC01  GREATER  ZEROS
               MOVE   ENT-EMI-DTFAT-PC01 TO         WS-DT-VENCTO
               MOVE   'F'                TO         WS-IND-VENCTO
           ELSE
               MOVE   V0HISP-DTMOVTO     TO         WDATA-AUX
               MOVE   WDAT-AUX-ANO       TO         WS-DBF-ANO
               MOVE   WDAT-AUX-MES       TO         WS-DBF-MES
               MOVE   WDAT-AUX-DIA       TO         WS-DBF-DIA
               MOVE   WS-DATA-DBF        TO         WS-DT-VENCTO
               MOVE   'H'                TO         WS-IND-VENCTO.
      *
           MOVE      WS-DT-VENCTO        TO         WCAL-DATA.
           PERFORM   R0800-00-CALCULA-DIAS.
           MOVE      WCAL-DIAS           TO         WS-DIAS-VENCTO.
      *
           COMPUTE   WS-DIAS-ATRASO  =   WS-DIAS-REFER
                                     -   WS-DIAS-VENCTO.
      *
           IF  WS-DIAS-ATRASO  LESS  ZEROS
               MOVE   ZEROS              TO         WS-DIAS-ATRASO.
      *
           MOVE      5                   TO         WS-FAIXA.
      *
           PERFORM   R0345-00-VERIFICA-FAIXA
                     VARYING   WS-IND-FX  FROM  4  BY  -1
                     UNTIL     WS-IND-FX  LESS  1.
      *
       R0340-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* PERCORRE OS LIMITES DA MAIOR PARA A MENOR FAIXA: FICA A
      *--* MENOR FAIXA CUJO LIMITE COMPORTA OS DIAS DE ATRASO.
      *
       R0345-00-VERIFICA-FAIXA     SECTION.
      *-------------------------------------
      *
           IF  WS-DIAS-ATRASO  NOT  GREATER
                                  WTAB-DIAS-FAIXA (WS-IND-FX)
               MOVE   WS-IND-FX          TO         WS-FAIXA.
      *
       R0345-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0360-00-GRAVA-ANALITICO    SECTION.
      *-------------------------------------
      *
           MOVE      SYSIN-ANO-REFER     TO         ABE-ANO-REFER.
           MOVE      SYSIN-MES-REFER     TO         ABE-MES-REFER.
           MOVE      ENT-EMI-COD-CIA     TO         ABE-COD-CIA.
           MOVE      WHOST-RAMO-SUSEP    TO         ABE-RAMO-SUSEP.
           MOVE      ENT-EMI-CANAL-VNDA  TO         ABE-CANAL-VNDA.
           MOVE      ENT-EMI-NUM-APOL    TO         ABE-NUM-APOL.
           MOVE      ENT-EMI-NUM-END     TO         ABE-NUM-END.
           MOVE      V0HISP-NRPARCEL     TO         ABE-NUM-PARCEL.
           MOVE      WS-DT-VENCTO        TO         ABE-DT-VENCTO.
           MOVE      WS-IND-VENCTO       TO         ABE-IND-VENCTO.
           MOVE      WS-DIAS-ATRASO      TO         ABE-DIAS-ATRASO.
           MOVE      WS-FAIXA            TO         ABE-FAIXA-ATRASO.
           MOVE      V0HISP-VLR-EMIT     TO         ABE-VLR-EMITIDO.
           MOVE      V0HISP-VLR-PAGO     TO         ABE-VLR-PAGO.
           MOVE      V0HISP-VLR-CANC     TO         ABE-VLR-CANCELADO.
           MOVE      WS-VLR-ABERTO       TO         ABE-VLR-ABERTO.
      *
           WRITE     REG-PRMABER         FROM       REGT-PRMABER.
      *
           IF  ABE-STATUS  NOT  EQUAL  ZEROS
               DISPLAY 'R0360 - ERRO NO WRITE DO ARQ PRMABER'
               DISPLAY 'STATUS  - '  ABE-STATUS
               DISPLAY 'APOLICE  - ' ENT-EMI-NUM-APOL
               DISPLAY 'ENDOSSO  - ' ENT-EMI-NUM-END
               DISPLAY 'PARCELA  - ' V0HISP-NRPARCEL
               GO   TO  R9999-00-ROT-ERRO.
      *
           ADD       1                   TO         AC-G-PRMABER.
      *
           ADD       WS-VLR-ABERTO       TO     CTL-VLR-FAIXA (WS-FAIXA)
                                                CTL-VLR-ABERTO.
      *
       R0360-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0380-00-ACUMULA-RESUMO     SECTION.
      *-------------------------------------
      *
           SET       RSM-IDX             TO         1.
      *
           SEARCH    RSM-TAB-RESUMO
                     AT       END
                              PERFORM  R0385-00-INCLUI-RESUMO
                     WHEN     RSM-TAB-RAMO (RSM-IDX)     =
                              WHOST-RAMO-SUSEP               AND
                              RSM-TAB-COD-CIA (RSM-IDX)  =
                              ENT-EMI-COD-CIA                AND
                              RSM-TAB-CANAL (RSM-IDX)    =
                              ENT-EMI-CANAL-VNDA
                              PERFORM  R0388-00-SOMA-RESUMO
           END-SEARCH.
      *
       R0380-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0385-00-INCLUI-RESUMO      SECTION.
      *-------------------------------------
      *
           IF  RSM-QTDE-OCUP  NOT  LESS  1000
               DISPLAY 'R0385 - TABELA DE RESUMO DE PREMIOS A RECEBER '
                       'CHEIA - 1000'
               DISPLAY 'RAMO SUSEP  - '  WHOST-RAMO-SUSEP
               DISPLAY 'COMPANHIA   - '  ENT-EMI-COD-CIA
               DISPLAY 'CANAL VENDA - '  ENT-EMI-CANAL-VNDA
               GO   TO  R9999-00-ROT-ERRO.
      *
           ADD       1                   TO         RSM-QTDE-OCUP.
           SET       RSM-IDX             TO         RSM-QTDE-OCUP.
      *
           MOVE      WHOST-RAMO-SUSEP    TO    RSM-TAB-RAMO (RSM-IDX).
           MOVE      ENT-EMI-COD-CIA     TO    RSM-TAB-COD-CIA
                                                (RSM-IDX).
           MOVE      ENT-EMI-CANAL-VNDA  TO    RSM-TAB-CANAL (RSM-IDX).
      *
           PERFORM   R0388-00-SOMA-RESUMO.
      *
       R0385-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0388-00-SOMA-RESUMO        SECTION.
      *-------------------------------------
      *
           ADD       1                   TO    RSM-TAB-QTDE (RSM-IDX).
           ADD       WS-VLR-ABERTO       TO    RSM-TAB-VLR-FAIXA
                                                (RSM-IDX WS-FAIXA)
                                               RSM-TAB-VLR-ABERTO
                                                (RSM-IDX).
      *
       R0388-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* PARCELA QUE NAO PODE SER ENVELHECIDA: E LISTADA PARA
      *--* CORRECAO NA COBRANCA (A PRIMEIRA ABRE O BLOCO).
      *
       R0400-00-LISTA-INCONSISTENCIA SECTION.
      *-------------------------------------
      *
           ADD       1                   TO         AC-L-INCONSIST.
           MOVE      'S'                 TO         CTL-SW-INCONSIST.
      *
           IF  WTEM-INCONS  NOT  EQUAL  'S'
               MOVE   'S'                TO         WTEM-INCONS
               MOVE   'PARCELAS NAO CLASSIFICADAS - INCONSISTENCIA NA '
                                         TO         LSU-TEXTO
               MOVE   'COBRANCA'         TO         LSU-TEXTO (48:8)
               MOVE   LIN-SUBTITULO      TO         REG-RELATO
               PERFORM  R0900-00-GRAVA-RELATO
               MOVE   LIN-CABEC-INC      TO         REG-RELATO
               PERFORM  R0900-00-GRAVA-RELATO.
      *
           MOVE      WHOST-RAMO-SUSEP    TO         LI-RAMO-SUSEP.
           MOVE      ENT-EMI-COD-CIA     TO         LI-COD-CIA.
           MOVE      ENT-EMI-NUM-APOL    TO         LI-NUM-APOL.
           MOVE      ENT-EMI-NUM-END     TO         LI-NUM-END.
           MOVE      V0HISP-NRPARCEL     TO         LI-NUM-PARCEL.
      *
           MOVE      WHOST-ANO-REFER     TO         WS-DBF-ANO.
           MOVE      WHOST-MES-REFER     TO         WS-DBF-MES.
           MOVE      WS-DATA-DBF (1:6)   TO         LI-AAMM-ARQUIVO.
      *
           MOVE      WS-VLR-INCONS       TO         LI-VALOR.
           MOVE      WS-MOTIVO           TO         LI-MOTIVO.
      *
           MOVE      LIN-INCONSISTENCIA  TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
       R0400-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* TRAILER DO ANALITICO: QUANTIDADE DE PARCELAS EM ABERTO E
      *--* SALDO TOTAL EM ABERTO, PARA CONFERENCIA PELA AREA FINANCEIRA.
      *
       R0500-00-GRAVA-TRAILER      SECTION.
      *-------------------------------------
      *
           ACCEPT    WS-HORA-ACCEPT      FROM       TIME.
      *
           MOVE      WS-HORA-ACCEPT      TO         TRL-HORA-GERACAO.
           MOVE      AC-G-PRMABER        TO         TRL-QTDE-REG.
           MOVE      CTL-VLR-ABERTO      TO         TRL-VLR-TOTAL.
      *
           WRITE     REG-PRMABER         FROM       REGT-ARQ-TRAILER.
      *
           IF  ABE-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0500 - ERRO NO WRITE DO TRAILER DO PRMABER'
               DISPLAY  'STATUS  - '  ABE-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
       R0500-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* RESUMO POR RAMO_SUSEP/COD-CIA/CANAL (A TABELA JA ESTA NA
      *--* ORDEM DO CURSOR) E TOTAL GERAL, IGUAL AO TRAILER DO PRMABER.
      *
       R0600-00-IMPRIME-RESUMO     SECTION.
      *-------------------------------------
      *
           IF  WTEM-INCONS  EQUAL  'S'
               MOVE   LIN-SEPARADOR      TO         REG-RELATO
               PERFORM  R0900-00-GRAVA-RELATO.
      *
           MOVE      'SALDO EM ABERTO POR RAMO SUSEP, COMPANHIA, CANAL '
                                         TO         LSU-TEXTO.
           MOVE      'E ATRASO'          TO         LSU-TEXTO (50:8).
           MOVE      LIN-SUBTITULO       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
           MOVE      LIN-CABEC-RSM       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           PERFORM   R0610-00-IMPRIME-LINHA-RESUMO
                     VARYING   RSM-IDX   FROM  1  BY  1
                     UNTIL     RSM-IDX   GREATER   RSM-QTDE-OCUP.
      *
           MOVE      AC-G-PRMABER        TO         LT-QTDE-PARC.
      *
           PERFORM   R0620-00-MOVE-TOTAL-FAIXA
                     VARYING   WS-IND-FX  FROM  1  BY  1
                     UNTIL     WS-IND-FX  GREATER  5.
      *
           MOVE      CTL-VLR-ABERTO      TO         LT-VLR-ABERTO.
      *
           MOVE      LIN-SEPARADOR       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
           MOVE      LIN-TOTAL-RSM       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
       R0600-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0610-00-IMPRIME-LINHA-RESUMO SECTION.
      *-------------------------------------
      *
           MOVE      RSM-TAB-RAMO (RSM-IDX)     TO  LR-RAMO-SUSEP.
           MOVE      RSM-TAB-COD-CIA (RSM-IDX)  TO  LR-COD-CIA.
           MOVE      RSM-TAB-CANAL (RSM-IDX)    TO  LR-CANAL-VNDA.
           MOVE      RSM-TAB-QTDE (RSM-IDX)     TO  LR-QTDE-PARC.
      *
           PERFORM   R0615-00-MOVE-FAIXA
                     VARYING   WS-IND-FX  FROM  1  BY  1
                     UNTIL     WS-IND-FX  GREATER  5.
      *
           MOVE      RSM-TAB-VLR-ABERTO (RSM-IDX)
                                         TO         LR-VLR-ABERTO.
      *
           MOVE      LIN-RESUMO          TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
       R0610-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0615-00-MOVE-FAIXA         SECTION.
      *-------------------------------------
      *
           MOVE      SPACES              TO    LR-FAIXAS (WS-IND-FX).
           MOVE      RSM-TAB-VLR-FAIXA (RSM-IDX WS-IND-FX)
                                         TO    LR-VLR-FAIXA (WS-IND-FX).
      *
       R0615-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0620-00-MOVE-TOTAL-FAIXA   SECTION.
      *-------------------------------------
      *
           MOVE      SPACES              TO    LT-FAIXAS (WS-IND-FX).
           MOVE      CTL-VLR-FAIXA (WS-IND-FX)
                                         TO    LT-VLR-FAIXA (WS-IND-FX).
      *
       R0620-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* CONVERTE A DATA AAAAMMDD DE WCAL-DATA EM DIAS DESDE A
      *--* ORIGEM (MESMA REGRA DO RG1873B):
      *--* DIAS = ANO*365 + BISSEXTOS ATE O ANO ANTERIOR + DIAS
      *--* ACUMULADOS DOS MESES + DIA (+1 SE BISSEXTO E MES > 02).
      *
       R0800-00-CALCULA-DIAS       SECTION.
      *-------------------------------------
      *
           COMPUTE   WCAL-ANO-ANT  =  WCAL-ANO  -  1.
      *
           COMPUTE   WCAL-DIAS     =  WCAL-ANO  *  365.
      *
           DIVIDE    WCAL-ANO-ANT  BY  4
                     GIVING  WCAL-QUOC  REMAINDER  WCAL-RESTO.
           ADD       WCAL-QUOC     TO  WCAL-DIAS.
      *
           DIVIDE    WCAL-ANO-ANT  BY  100
                     GIVING  WCAL-QUOC  REMAINDER  WCAL-RESTO.
           SUBTRACT  WCAL-QUOC     FROM  WCAL-DIAS.
      *
           DIVIDE    WCAL-ANO-ANT  BY  400
                     GIVING  WCAL-QUOC  REMAINDER  WCAL-RESTO.
           ADD       WCAL-QUOC     TO  WCAL-DIAS.
      *
           ADD       WTAB-DIAS-ACUM (WCAL-MES)   TO  WCAL-DIAS.
           ADD       WCAL-DIA      TO  WCAL-DIAS.
      *
           IF  WCAL-MES  GREATER  02
               DIVIDE    WCAL-ANO  BY  4
                         GIVING  WCAL-QUOC  REMAINDER  WCAL-RESTO
               IF  WCAL-RESTO  EQUAL  ZEROS
                   DIVIDE    WCAL-ANO  BY  100
                             GIVING  WCAL-QUOC  REMAINDER  WCAL-RESTO
                   IF  WCAL-RESTO  NOT  EQUAL  ZEROS
                       ADD   1   TO   WCAL-DIAS
                   ELSE
                       DIVIDE  WCAL-ANO  BY  400
                               GIVING  WCAL-QUOC
                               REMAINDER  WCAL-RESTO
                       IF  WCAL-RESTO  EQUAL  ZEROS
                           ADD   1   TO   WCAL-DIAS
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       R0800-99-SAIDA.
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
           CLOSE    PRMABER.
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
      *----RG1879B-----------------------------------------------------*
