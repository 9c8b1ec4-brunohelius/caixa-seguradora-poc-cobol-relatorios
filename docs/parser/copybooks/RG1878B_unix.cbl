       IDENTIFICATION               DIVISION.
      *--------------------------------------
      *
       PROGRAM-ID.                  RG1878B.
      *
      *----------------------------------------------------------------*
      *   SISTEMA ................  REGISTROS GERAIS                   *
      *   PROGRAMA ...............  RG1878B                            *
      *----------------------------------------------------------------*
      *   ANALISTA ...............  GILSON                             *
      *   PROGRAMADOR ............  MARCELO AUGUSTO PRESTES  TE43017   *
      *   DATA CODIFICACAO .......  09/12/2026                         *
      *----------------------------------------------------------------*
      *   FUNCAO: ANALISE MENSAL DE CANCELAMENTO E REEMISSAO (GIRO DE  *
      *           APOLICES) PARA A AUDITORIA COMERCIAL, A PARTIR DO    *
      *           HISTORICO DO PREMIT E DO PREMCOM (PREMIT_HISTORICO E *
      *           PREMCOM_HISTORICO, CARREGADOS PELO RG1867B):         *
      *           - PARA CADA CANCELAMENTO DE APOLICE (EMI-TIPO-MOV    *
      *             104/106) ARQUIVADO NO MES DE REFERENCIA, PROCURA   *
      *             EMISSOES DE APOLICE NOVA (EMI-TIPO-MOV 101) DO     *
      *             MESMO SEGURADO (EMI-CPF-SEG), MESMO RAMO_SUSEP E   *
      *             MESMO PRODUTOR/INDICADOR (EMI-NUM-MATRIC E         *
      *             EMI-NUM-CPF, NAO AMBOS ZERADOS OU EM BRANCO),      *
      *             COM DATA DE EMISSAO ATE N DIAS ANTES OU DEPOIS     *
      *             DA DATA DO CANCELAMENTO (N INFORMADO NO CARTAO     *
      *             SYSIN);                                            *
      *           - LISTA CADA PAR COM O PREMIO CANCELADO, O PREMIO DA *
      *             APOLICE NOVA E A COMISSAO PAGA NAS DUAS APOLICES   *
      *             (COMISSAO DO PREMCOM DAS EMISSOES E ENDOSSOS COM   *
      *             PREMIO - EMI-TIPO-MOV 101/102 - DE CADA APOLICE);  *
      *           - GRAVA O ARQUIVO DOS PARES E IMPRIME A RELACAO DOS  *
      *             PARES E O RANKING POR PRODUTOR/INDICADOR (ORDEM    *
      *             DECRESCENTE DE PARES E DE COMISSAO).               *
      *           A APOLICE NOVA EMITIDA DEPOIS DO MES DE REFERENCIA   *
      *           SO E ENCONTRADA SE O SEU MES JA ESTIVER CARREGADO NO *
      *           HISTORICO: REEXECUTAR O MES APOS A CARGA DOS MESES   *
      *           SEGUINTES COMPLETA OS PARES.                         *
      *                                                                *
      * --------------------------------- -----------------    ------- *
      * TABELA                            VIEW                 ACESSO  *
      * --------------------------------- -----------------    ------- *
      * PREMIT HISTORICO                  PREMIT_HISTORICO     INPUT   *
      * PREMCOM HISTORICO                 PREMCOM_HISTORICO    INPUT   *
      *----------------------------------------------------------------*
      * ARQUIVO                                                ACESSO  *
      *--------------------------------------------------------------- *
      * SYSIN    (CARTAO DE PARAMETROS)                        INPUT   *
      * PARREEM  (PARES CANCELAMENTO/REEMISSAO)                OUTPUT  *
      * RELATO   (RELACAO DOS PARES E RANKING POR PRODUTOR)    OUTPUT  *
      * SORTWK01 (CLASSIFICACAO DO RANKING)                    WORK    *
      *----------------------------------------------------------------*
      *  CARTAO SYSIN                                                  *
      *     COL 01-04  ANO DE REFERENCIA (AAAA)                        *
      *     COL 05-06  MES DE REFERENCIA (MM)                          *
      *     COL 07-09  JANELA EM DIAS ENTRE O CANCELAMENTO E A NOVA    *
      *                EMISSAO (BRANCOS OU ZEROS ASSUME 030)           *
      *----------------------------------------------------------------*
      *  ALTERACAO - PROGRAMA CRIADO PARA A ANALISE DE CANCELAMENTO E  *
      *              REEMISSAO POR PRODUTOR.                           *
      * 09/12/2026 - MARCELO AUGUSTO PRESTES  TE43017  TAREFA - 431665 *
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
           SELECT     PARREEM
                      ASSIGN        TO        PARREEM
                      FILE  STATUS  IS        PAR-STATUS.
      *
           SELECT     RELATO
                      ASSIGN        TO        RELATO
                      FILE  STATUS  IS        REL-STATUS.
      *
           SELECT     ARQSORT
                      ASSIGN        TO        SORTWK01.
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
       FD              PARREEM
                       RECORD     200
                       RECORDING  MODE       F
                       BLOCK      CONTAINS   0  RECORDS
                       LABEL      RECORD        OMITTED.
      *
       01              REG-PARREEM           PIC  X(200).
      *
       FD              RELATO
                       RECORD     132
                       RECORDING  MODE       F
                       BLOCK      CONTAINS   0  RECORDS
                       LABEL      RECORD        OMITTED.
      *
       01              REG-RELATO            PIC  X(132).
      *
      *--* REGISTRO DE CLASSIFICACAO DO RANKING: UM POR PRODUTOR, EM
      *--* ORDEM DECRESCENTE DE PARES E DE COMISSAO PAGA NOS PARES.
      *
       SD              ARQSORT.
      *
       01              REG-SORT.
      *
         05            SRT-QTDE-PARES        PIC  9(007).
         05            SRT-VLR-COMIS         PIC S9(013)V99   COMP-3.
         05            SRT-NUM-MATRIC        PIC  9(015).
         05            SRT-NUM-CPF           PIC  9(011).
         05            SRT-PR-CANC           PIC S9(013)V99   COMP-3.
         05            SRT-PR-NOVO           PIC S9(013)V99   COMP-3.
         05            SRT-COMIS-CANC        PIC S9(013)V99   COMP-3.
         05            SRT-COMIS-NOVA        PIC S9(013)V99   COMP-3.
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
      *--* MES DE REFERENCIA (CANCELAMENTOS) E FAIXA DE MESES ONDE SE
      *--* PROCURA A NOVA EMISSAO
      *
       77          WHOST-ANO-REFER     PIC S9(004)      VALUE +0 COMP.
       77          WHOST-MES-REFER     PIC S9(004)      VALUE +0 COMP.
       77          WHOST-AAMM-INI      PIC S9(009)      VALUE +0 COMP.
       77          WHOST-AAMM-FIM      PIC S9(009)      VALUE +0 COMP.
      *
      *--* PAR CANCELAMENTO / NOVA EMISSAO
      *
       77          WHOST-RAMO-SUSEP    PIC S9(004)      VALUE +0 COMP.
       77          WHOST-APOL-CANC     PIC S9(013)      VALUE +0 COMP-3.
       77          WHOST-PR-CANC       PIC S9(013)V99   VALUE +0 COMP-3.
       77          WHOST-REG-CANC      PIC  X(810)      VALUE SPACES.
       77          WHOST-APOL-NOVA     PIC S9(013)      VALUE +0 COMP-3.
       77          WHOST-ANO-NOVA      PIC S9(004)      VALUE +0 COMP.
       77          WHOST-MES-NOVA      PIC S9(004)      VALUE +0 COMP.
       77          WHOST-PR-NOVO       PIC S9(013)V99   VALUE +0 COMP-3.
       77          WHOST-REG-NOVA      PIC  X(810)      VALUE SPACES.
      *
      *--* COMISSAO PAGA NA APOLICE (PREMCOM_HISTORICO)
      *
       77          WHOST-NUM-APOL      PIC S9(013)      VALUE +0 COMP-3.
       77          WHOST-VLR-COMIS     PIC S9(013)V99   VALUE +0 COMP-3.
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
         05        SYSIN-DIAS-JANELA   PIC  9(003)      VALUE ZEROS.
         05        FILLER              PIC  X(071)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *        VISAO DO REGISTRO DO PREMIT GUARDADO NO HISTORICO       *
      *        (LAYOUT REGT-PREMIT DO RG1866B) - CANCELAMENTO E NOVA   *
      *        EMISSAO                                                 *
      *----------------------------------------------------------------*
      *
       01          ENT-CANC.
      *
         05        FILLER              PIC  X(010).
         05        CAN-COD-CIA         PIC  9(005).
         05        FILLER              PIC  X(031).
         05        CAN-TIPO-MOV        PIC  9(003).
         05        FILLER              PIC  X(067).
         05        CAN-NUM-APOL        PIC  9(013).
         05        FILLER              PIC  X(048).
         05        CAN-CPF-SEG         PIC  9(014).
         05        FILLER              PIC  X(022).
         05        CAN-DT-EMIS         PIC  9(008).
         05        CAN-DT-EMIS-R       REDEFINES        CAN-DT-EMIS.
           10      CAN-ANO-EMIS        PIC  9(004).
           10      CAN-MES-EMIS        PIC  9(002).
           10      CAN-DIA-EMIS        PIC  9(002).
         05        FILLER              PIC  X(222).
         05        CAN-COD-PRODU       PIC  9(004).
         05        FILLER              PIC  X(032).
         05        CAN-NUM-MATRIC      PIC  9(015).
         05        FILLER              PIC  X(040).
         05        CAN-NUM-CPF         PIC  9(011).
         05        FILLER              PIC  X(265).
      *
       01          ENT-NOVA.
      *
         05        FILLER              PIC  X(010).
         05        NOV-COD-CIA         PIC  9(005).
         05        FILLER              PIC  X(031).
         05        NOV-TIPO-MOV        PIC  9(003).
         05        FILLER              PIC  X(067).
         05        NOV-NUM-APOL        PIC  9(013).
         05        FILLER              PIC  X(048).
         05        NOV-CPF-SEG         PIC  9(014).
         05        FILLER              PIC  X(022).
         05        NOV-DT-EMIS         PIC  9(008).
         05        NOV-DT-EMIS-R       REDEFINES        NOV-DT-EMIS.
           10      NOV-ANO-EMIS        PIC  9(004).
           10      NOV-MES-EMIS        PIC  9(002).
           10      NOV-DIA-EMIS        PIC  9(002).
         05        FILLER              PIC  X(222).
         05        NOV-COD-PRODU       PIC  9(004).
         05        FILLER              PIC  X(032).
         05        NOV-NUM-MATRIC      PIC  9(015).
         05        FILLER              PIC  X(040).
         05        NOV-NUM-CPF         PIC  9(011).
         05        FILLER              PIC  X(265).
      *
      *----------------------------------------------------------------*
      *      LAYOUT DO ARQUIVO DOS PARES CANCELAMENTO/REEMISSAO        *
      *----------------------------------------------------------------*
      *
       01          REGT-PARREEM.
      *
         05        PAR-ANO-REFER       PIC  9(004)      VALUE ZEROS.
         05        PAR-MES-REFER       PIC  9(002)      VALUE ZEROS.
         05        PAR-COD-CIA         PIC  9(005)      VALUE ZEROS.
         05        PAR-RAMO-SUSEP      PIC  9(004)      VALUE ZEROS.
         05        PAR-CPF-SEG         PIC  9(014)      VALUE ZEROS.
         05        PAR-NUM-MATRIC      PIC  9(015)      VALUE ZEROS.
         05        PAR-NUM-CPF         PIC  9(011)      VALUE ZEROS.
         05        PAR-APOL-CANC       PIC  9(013)      VALUE ZEROS.
         05        PAR-TIPO-MOV-CANC   PIC  9(003)      VALUE ZEROS.
         05        PAR-DT-CANC         PIC  9(008)      VALUE ZEROS.
         05        PAR-PR-CANC         PIC  -(012)9.99.
         05        PAR-COMIS-CANC      PIC  -(012)9.99.
         05        PAR-APOL-NOVA       PIC  9(013)      VALUE ZEROS.
         05        PAR-ANO-NOVA        PIC  9(004)      VALUE ZEROS.
         05        PAR-MES-NOVA        PIC  9(002)      VALUE ZEROS.
         05        PAR-DT-EMIS-NOVA    PIC  9(008)      VALUE ZEROS.
         05        PAR-PR-NOVO         PIC  -(012)9.99.
         05        PAR-COMIS-NOVA      PIC  -(012)9.99.
         05        PAR-DIAS-INTERV     PIC  9(003)      VALUE ZEROS.
         05        FILLER              PIC  X(027)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *        HEADER E TRAILER DO ARQUIVO (LAYOUT DO RG1866B)         *
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
               'RG1878B - CANCELAMENTO E REEMISSAO POR PRODUTOR - RE'.
         05        FILLER              PIC  X(008)      VALUE
               'FERENCIA'.
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LTI-MES-REFER       PIC  9(002)      VALUE ZEROS.
         05        FILLER              PIC  X(001)      VALUE '/'.
         05        LTI-ANO-REFER       PIC  9(004)      VALUE ZEROS.
         05        FILLER              PIC  X(010)      VALUE
               ' - JANELA '.
         05        LTI-DIAS-JANELA     PIC  ZZ9         VALUE ZEROS.
         05        FILLER              PIC  X(016)      VALUE
               ' DIAS - EMISSAO '.
         05        LTI-DATA-EMIS       PIC  X(010)      VALUE SPACES.
         05        FILLER              PIC  X(025)      VALUE SPACES.
      *
       01          LIN-SUBTITULO.
      *
         05        LSU-TEXTO           PIC  X(070)      VALUE SPACES.
         05        FILLER              PIC  X(062)      VALUE SPACES.
      *
       01          LIN-CABEC-PAR.
      *
         05        FILLER              PIC  X(044)      VALUE
               'MATRIC. INDIC.  RAMO APOLICE CANC. DT CANCEL'.
         05        FILLER              PIC  X(044)      VALUE
               '.  PREMIO CANCEL COMISSAO CAN. APOLICE NOVA '.
         05        FILLER              PIC  X(044)      VALUE
               ' DT EMISSAO DIA    PREMIO NOVO COMISSAO NOV.'.
      *
       01          LIN-PAR.
      *
         05        LP-NUM-MATRIC       PIC  9(015).
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LP-RAMO-SUSEP       PIC  9(004).
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LP-APOL-CANC        PIC  9(013).
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LP-DT-CANC.
           10      LP-DIA-CANC         PIC  9(002).
           10      FILLER              PIC  X(001)      VALUE '/'.
           10      LP-MES-CANC         PIC  9(002).
           10      FILLER              PIC  X(001)      VALUE '/'.
           10      LP-ANO-CANC         PIC  9(004).
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LP-PR-CANC          PIC  -(010)9.99.
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LP-COMIS-CANC       PIC  -(009)9.99.
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LP-APOL-NOVA        PIC  9(013).
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LP-DT-NOVA.
           10      LP-DIA-NOVA         PIC  9(002).
           10      FILLER              PIC  X(001)      VALUE '/'.
           10      LP-MES-NOVA         PIC  9(002).
           10      FILLER              PIC  X(001)      VALUE '/'.
           10      LP-ANO-NOVA         PIC  9(004).
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LP-DIAS-INTERV      PIC  ZZ9.
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LP-PR-NOVO          PIC  -(010)9.99.
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LP-COMIS-NOVA       PIC  -(009)9.99.
      *
       01          LIN-TOTAL-PAR.
      *
         05        LTP-TEXTO           PIC  X(020)      VALUE
               'TOTAL DE PARES      '.
         05        LTP-QTDE-PARES      PIC  Z(008)9.
         05        FILLER              PIC  X(017)      VALUE SPACES.
         05        LTP-PR-CANC         PIC  -(010)9.99.
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LTP-COMIS-CANC      PIC  -(009)9.99.
         05        FILLER              PIC  X(030)      VALUE SPACES.
         05        LTP-PR-NOVO         PIC  -(010)9.99.
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LTP-COMIS-NOVA      PIC  -(009)9.99.
      *
       01          LIN-CABEC-RNK.
      *
         05        FILLER              PIC  X(044)      VALUE
               'POS.  MATRIC INDICADOR CPF INDICADOR  PARES '.
         05        FILLER              PIC  X(044)      VALUE
               '  PREMIO CANCEL.        PREMIO NOVO   COMISS'.
         05        FILLER              PIC  X(044)      VALUE
               'AO CANCEL     COMISSAO NOVA                 '.
      *
       01          LIN-RANKING.
      *
         05        LR-POSICAO          PIC  ZZZ9.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LR-NUM-MATRIC       PIC  9(015).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LR-NUM-CPF          PIC  9(011).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LR-QTDE-PARES       PIC  Z(006)9.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LR-PR-CANC          PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LR-PR-NOVO          PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LR-COMIS-CANC       PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LR-COMIS-NOVA       PIC  -(012)9.99.
         05        FILLER              PIC  X(017)      VALUE SPACES.
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
      *--* RANKING POR PRODUTOR/INDICADOR (MATRICULA E CPF)
      *
         05        RNK-QTDE-OCUP       PIC  9(004)      COMP
                                                         VALUE ZEROS.
         05        RNK-TAB-AREA.
           10      RNK-TAB-PRODUTOR    OCCURS  2000     TIMES
                                       INDEXED   BY     RNK-IDX.
             15    RNK-TAB-MATRIC      PIC  9(015).
             15    RNK-TAB-CPF         PIC  9(011).
             15    RNK-TAB-QTDE        PIC  9(007)      COMP-3.
             15    RNK-TAB-PR-CANC     PIC S9(013)V99   COMP-3.
             15    RNK-TAB-PR-NOVO     PIC S9(013)V99   COMP-3.
             15    RNK-TAB-COMIS-CANC  PIC S9(013)V99   COMP-3.
             15    RNK-TAB-COMIS-NOVA  PIC S9(013)V99   COMP-3.
      *
      *----------------------------------------------------------------*
      *                     CHAVES DE CONTROLE DE LEITURA              *
      *----------------------------------------------------------------*
      *
       01          AREA-DE-WORK.
      *
         05        SYSIN-STATUS        PIC  9(002)      VALUE ZEROS.
         05        PAR-STATUS          PIC  9(002)      VALUE ZEROS.
         05        REL-STATUS          PIC  9(002)      VALUE ZEROS.
      *
         05        WFIM-PARES          PIC  X(001)      VALUE SPACES.
         05        WFIM-SORT           PIC  X(001)      VALUE SPACES.
      *
         05        AC-L-CANDIDATOS     PIC  9(009)      VALUE ZEROS.
         05        AC-L-FORA-JANELA    PIC  9(009)      VALUE ZEROS.
         05        AC-L-DATA-INVALIDA  PIC  9(009)      VALUE ZEROS.
         05        AC-L-PARES          PIC  9(009)      VALUE ZEROS.
         05        AC-G-PARREEM        PIC  9(009)      VALUE ZEROS.
         05        AC-L-POSICAO        PIC  9(004)      VALUE ZEROS.
      *
      *--* TOTAIS GERAIS DOS PARES
      *
         05        CTL-PR-CANC         PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        CTL-COMIS-CANC      PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        CTL-PR-NOVO         PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        CTL-COMIS-NOVA      PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
      *
         05        CTL-SW-INCONSIST    PIC  X(001)      VALUE 'N'.
           88      CTL-HA-INCONSIST                     VALUE 'S'.
      *
      *--* JANELA EM DIAS E FAIXA DE MESES CORRESPONDENTE
      *
         05        WS-DIAS-JANELA      PIC  9(003)      VALUE ZEROS.
         05        WS-MESES-JANELA     PIC S9(009)      VALUE +0 COMP.
         05        WS-MESES-REFER      PIC S9(009)      VALUE +0 COMP.
         05        WS-MESES-AUX        PIC S9(009)      VALUE +0 COMP.
         05        WS-ANO-AUX          PIC S9(009)      VALUE +0 COMP.
         05        WS-MES-AUX          PIC S9(009)      VALUE +0 COMP.
      *
      *--* PAR CORRENTE
      *
         05        WS-DIAS-CANC        PIC S9(009)      VALUE +0 COMP.
         05        WS-DIAS-NOVA        PIC S9(009)      VALUE +0 COMP.
         05        WS-DIAS-INTERV      PIC S9(009)      VALUE +0 COMP.
         05        WS-COMIS-CANC       PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        WS-COMIS-NOVA       PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
      *
         05        WS-DATA-REFER       PIC  9(008)      VALUE ZEROS.
         05        WS-DATA-REFER-R     REDEFINES        WS-DATA-REFER.
           10      WS-REF-ANO          PIC  9(004).
           10      WS-REF-MES          PIC  9(002).
           10      WS-REF-DIA          PIC  9(002).
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
               ' RG1878B  '.
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
           DISPLAY      'RG1878B - INICIO DE EXECUCAO (' WS-DATA-CURR
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
           PERFORM       R0150-00-DEFINE-JANELA.
      *
           OPEN          OUTPUT            PARREEM.
      *
           IF  PAR-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0000 - ERRO NO OPEN DO ARQ PARREEM'
               DISPLAY  'STATUS  - '  PAR-STATUS
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
           MOVE      WS-DIAS-JANELA      TO         LTI-DIAS-JANELA.
           MOVE      WS-DATA-CURR        TO         LTI-DATA-EMIS.
      *
           MOVE      LIN-TITULO          TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
           MOVE      LIN-SEPARADOR       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           PERFORM   R0180-00-GRAVA-HEADER.
      *
           PERFORM   R0200-00-PROCESSA-PARES.
      *
           PERFORM   R0400-00-TOTAL-PARES.
      *
           PERFORM   R0500-00-GRAVA-TRAILER.
      *
           SORT          ARQSORT
                         ON  DESCENDING  KEY      SRT-QTDE-PARES
                                                  SRT-VLR-COMIS
                         ON  ASCENDING   KEY      SRT-NUM-MATRIC
                                                  SRT-NUM-CPF
                         INPUT   PROCEDURE  IS
                                 R0600-00-LIBERA-RANKING
                         OUTPUT  PROCEDURE  IS
                                 R0650-00-IMPRIME-RANKING.
      *
           IF  SORT-RETURN  NOT  EQUAL  ZEROS
               DISPLAY  'R0000 - ERRO NA CLASSIFICACAO DO ARQSORT'
               DISPLAY  'SORT-RETURN - '  SORT-RETURN
               GO   TO   R9999-00-ROT-ERRO.
      *
           CLOSE         PARREEM
                         RELATO.
      *
           DISPLAY   'CANDIDATOS A PAR LIDOS          - '
                      AC-L-CANDIDATOS.
           DISPLAY   'CANDIDATOS FORA DA JANELA       - '
                      AC-L-FORA-JANELA.
           DISPLAY   'CANDIDATOS COM DATA INVALIDA    - '
                      AC-L-DATA-INVALIDA.
           DISPLAY   'PARES CANCELAMENTO/REEMISSAO    - '
                      AC-L-PARES.
           DISPLAY   'PRODUTORES NO RANKING           - '
                      RNK-QTDE-OCUP.
           DISPLAY   'REG. GRAVADOS PARREEM           - '
                      AC-G-PARREEM.
      *
           MOVE      '00:00:00'          TO         WS-HORA-CURR.
      *
           ACCEPT     WS-HORA-ACCEPT     FROM       TIME.
           MOVE       WS-HOR-ACCEPT      TO         WS-HOR-CURR.
           MOVE       WS-MIN-ACCEPT      TO         WS-MIN-CURR.
           MOVE       WS-SEG-ACCEPT      TO         WS-SEG-CURR.
      *
           DISPLAY   'RG1878B - FINAL DE EXECUCAO  (' WS-DATA-CURR
                                          ' - '       WS-HORA-CURR ')'.
      *
           IF  CTL-HA-INCONSIST
               DISPLAY '*---   RG1878B  -  CANDIDATOS COM DATA '
                       'INVALIDA  -  VIDE DISPLAY   ---*'
               MOVE   4           TO     RETURN-CODE
           ELSE
               DISPLAY '*---   RG1878B  -  FIM  NORMAL   ---*'
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
      *--* COLUNAS 7-9 EM BRANCO VALEM COMO ZEROS (JANELA PADRAO)
      *
           IF  SYSIN-DIAS-JANELA  NOT  NUMERIC
               MOVE   ZEROS              TO         SYSIN-DIAS-JANELA.
      *
           IF  SYSIN-DIAS-JANELA  EQUAL  ZEROS
               MOVE   030                TO         WS-DIAS-JANELA
           ELSE
               MOVE   SYSIN-DIAS-JANELA  TO         WS-DIAS-JANELA.
      *
       R0100-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* A NOVA EMISSAO PODE TER SIDO ARQUIVADA EM OUTRO MES: A
      *--* PROCURA ABRANGE OS MESES QUE A JANELA PODE ALCANCAR ANTES E
      *--* DEPOIS DO MES DE REFERENCIA (UM MES A CADA 28 DIAS, MAIS
      *--* UM). A JANELA EXATA EM DIAS E CONFERIDA NO R0300.
      *
       R0150-00-DEFINE-JANELA      SECTION.
      *-------------------------------------
      *
           MOVE         '015'            TO               WNR-EXEC-SQL.
      *
           MOVE      SYSIN-ANO-REFER     TO         WHOST-ANO-REFER.
           MOVE      SYSIN-MES-REFER     TO         WHOST-MES-REFER.
      *
           DIVIDE    WS-DIAS-JANELA  BY  28
                     GIVING  WS-MESES-JANELA.
           ADD       1                   TO         WS-MESES-JANELA.
      *
           COMPUTE   WS-MESES-REFER  =  (SYSIN-ANO-REFER  *  12)
                                     +   SYSIN-MES-REFER  -  1.
      *
           COMPUTE   WS-MESES-AUX    =  WS-MESES-REFER
                                     -  WS-MESES-JANELA.
           DIVIDE    WS-MESES-AUX  BY  12
                     GIVING  WS-ANO-AUX  REMAINDER  WS-MES-AUX.
           COMPUTE   WHOST-AAMM-INI  =  (WS-ANO-AUX  *  100)
                                     +   WS-MES-AUX  +  1.
      *
           COMPUTE   WS-MESES-AUX    =  WS-MESES-REFER
                                     +  WS-MESES-JANELA.
           DIVIDE    WS-MESES-AUX  BY  12
                     GIVING  WS-ANO-AUX  REMAINDER  WS-MES-AUX.
           COMPUTE   WHOST-AAMM-FIM  =  (WS-ANO-AUX  *  100)
                                     +   WS-MES-AUX  +  1.
      *
      *--* ULTIMO DIA DO MES DE REFERENCIA (PERIODO DO HEADER)
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
           DISPLAY   'RG1878B - CANCELAMENTOS DE '  SYSIN-MES-REFER '/'
                     SYSIN-ANO-REFER  ' - JANELA DE '  WS-DIAS-JANELA
                     ' DIAS - MESES '  WHOST-AAMM-INI  ' A '
                     WHOST-AAMM-FIM.
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
           MOVE      'RG1878B'           TO         HDR-PROGRAMA.
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
           WRITE     REG-PARREEM         FROM       REGT-ARQ-HEADER.
      *
           IF  PAR-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0180 - ERRO NO WRITE DO HEADER DO PARREEM'
               DISPLAY  'STATUS  - '  PAR-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
       R0180-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* CANDIDATOS A PAR: CANCELAMENTO DE APOLICE (TIPO-MOV 104/106,
      *--* POSICAO 47 DO REGISTRO) ARQUIVADO NO MES DE REFERENCIA X
      *--* EMISSAO DE APOLICE (TIPO-MOV 101) DE OUTRA APOLICE, ARQUIVADA
      *--* NA FAIXA DE MESES DA JANELA, COM O MESMO RAMO_SUSEP, O MESMO
      *--* CPF DO SEGURADO (POSICAO 178) E O MESMO INDICADOR - MATRICULA
      *--* (POSICAO 480) E CPF (POSICAO 535). SEGURADO SEM CPF E
      *--* APOLICE SEM INDICADOR (MATRICULA E CPF ZERADOS OU EM BRANCO)
      *--* NAO SAO CONSIDERADOS. CADA LADO E TOMADO POR GRUPO
      *--* (ANO/MES, RAMO_SUSEP, APOLICE, ENDOSSO E OPERACAO): O PREMIO
      *--* E A SOMA DO GRUPO E O REGISTRO E O DE MENOR NUM_SEQ, PARA O
      *--* PAR SAIR UMA VEZ SO QUALQUER QUE SEJA O NUMERO DE REGISTROS
      *--* DOS GRUPOS. NA ORDEM DO PRODUTOR E DA APOLICE CANCELADA.
      *
       R0200-00-PROCESSA-PARES     SECTION.
      *-------------------------------------
      *
           MOVE         '020'            TO               WNR-EXEC-SQL.
      *
           EXEC  SQL  DECLARE   PARES   CURSOR   FOR
              SELECT  C.RAMO_SUSEP,
                      C.NUM_APOLICE,
                      GC.VLR_PREMIO,
                      C.REGISTRO_PREMIT,
                      N.NUM_APOLICE,
                      N.ANO_REFERENCIA,
                      N.MES_REFERENCIA,
                      GN.VLR_PREMIO,
                      N.REGISTRO_PREMIT
                FROM  (SELECT  ANO_REFERENCIA,
                               MES_REFERENCIA,
                               RAMO_SUSEP,
                               NUM_APOLICE,
                               NRENDOS,
                               TIPO_OPERACAO,
                               MIN(NUM_SEQ)             AS  NUM_SEQ,
                               SUM(VLR_PREMIO_EMITIDO)  AS  VLR_PREMIO
                         FROM  SEGUROS.PREMIT_HISTORICO
                        WHERE  ANO_REFERENCIA  =  :WHOST-ANO-REFER
                          AND  MES_REFERENCIA  =  :WHOST-MES-REFER
                          AND  SUBSTR(REGISTRO_PREMIT,47,3)
                                              IN  ('104','106')
                        GROUP  BY
                               ANO_REFERENCIA,
                               MES_REFERENCIA,
                               RAMO_SUSEP,
                               NUM_APOLICE,
                               NRENDOS,
                               TIPO_OPERACAO
                      )  GC,
                      SEGUROS.PREMIT_HISTORICO  C,
                      (SELECT  ANO_REFERENCIA,
                               MES_REFERENCIA,
                               RAMO_SUSEP,
                               NUM_APOLICE,
                               NRENDOS,
                               TIPO_OPERACAO,
                               MIN(NUM_SEQ)             AS  NUM_SEQ,
                               SUM(VLR_PREMIO_EMITIDO)  AS  VLR_PREMIO
                         FROM  SEGUROS.PREMIT_HISTORICO
                        WHERE  (ANO_REFERENCIA * 100 + MES_REFERENCIA)
                               BETWEEN  :WHOST-AAMM-INI
                                   AND  :WHOST-AAMM-FIM
                          AND  SUBSTR(REGISTRO_PREMIT,47,3)  =  '101'
                        GROUP  BY
                               ANO_REFERENCIA,
                               MES_REFERENCIA,
                               RAMO_SUSEP,
                               NUM_APOLICE,
                               NRENDOS,
                               TIPO_OPERACAO
                      )  GN,
                      SEGUROS.PREMIT_HISTORICO  N
               WHERE  C.ANO_REFERENCIA       =  GC.ANO_REFERENCIA
                 AND  C.MES_REFERENCIA       =  GC.MES_REFERENCIA
                 AND  C.RAMO_SUSEP           =  GC.RAMO_SUSEP
                 AND  C.NUM_APOLICE          =  GC.NUM_APOLICE
                 AND  C.NRENDOS              =  GC.NRENDOS
                 AND  C.TIPO_OPERACAO        =  GC.TIPO_OPERACAO
                 AND  C.NUM_SEQ              =  GC.NUM_SEQ
                 AND  N.ANO_REFERENCIA       =  GN.ANO_REFERENCIA
                 AND  N.MES_REFERENCIA       =  GN.MES_REFERENCIA
                 AND  N.RAMO_SUSEP           =  GN.RAMO_SUSEP
                 AND  N.NUM_APOLICE          =  GN.NUM_APOLICE
                 AND  N.NRENDOS              =  GN.NRENDOS
                 AND  N.TIPO_OPERACAO        =  GN.TIPO_OPERACAO
                 AND  N.NUM_SEQ              =  GN.NUM_SEQ
                 AND  SUBSTR(C.REGISTRO_PREMIT,178,14)
                                            <>  '00000000000000'
                 AND  NOT
                      (SUBSTR(C.REGISTRO_PREMIT,480,15)
                                            IN  ('000000000000000',
                                                 '               ')
                  AND  SUBSTR(C.REGISTRO_PREMIT,535,11)
                                            IN  ('00000000000',
                                                 '           '))
                 AND  N.RAMO_SUSEP           =  C.RAMO_SUSEP
                 AND  N.NUM_APOLICE         <>  C.NUM_APOLICE
                 AND  SUBSTR(N.REGISTRO_PREMIT,178,14)
                                        =  SUBSTR(C.REGISTRO_PREMIT,
                                                       178,14)
                 AND  SUBSTR(N.REGISTRO_PREMIT,480,15)
                                        =  SUBSTR(C.REGISTRO_PREMIT,
                                                       480,15)
                 AND  SUBSTR(N.REGISTRO_PREMIT,535,11)
                                        =  SUBSTR(C.REGISTRO_PREMIT,
                                                       535,11)
               ORDER  BY
                      SUBSTR(C.REGISTRO_PREMIT,480,15),
                      SUBSTR(C.REGISTRO_PREMIT,535,11),
                      C.NUM_APOLICE,
                      N.NUM_APOLICE,
                      N.ANO_REFERENCIA,
                      N.MES_REFERENCIA
                WITH  UR
           END-EXEC.
      *
           EXEC  SQL   OPEN   PARES         END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               DISPLAY 'R0200 - ERRO NO OPEN DO CURSOR PARES'
               GO   TO  R9999-00-ROT-ERRO.
      *
           MOVE      'PARES CANCELAMENTO / REEMISSAO NA JANELA'
                                         TO         LSU-TEXTO.
           MOVE      LIN-SUBTITULO       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
           MOVE      LIN-CABEC-PAR       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           MOVE      SPACES              TO         WFIM-PARES.
      *
           PERFORM   R0220-00-FETCH-PARES  UNTIL
                     WFIM-PARES  NOT  EQUAL  SPACES.
      *
       R0200-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0220-00-FETCH-PARES        SECTION.
      *-------------------------------------
      *
           MOVE         '022'            TO               WNR-EXEC-SQL.
      *
           EXEC  SQL     FETCH           PARES
                 INTO   :WHOST-RAMO-SUSEP,
                        :WHOST-APOL-CANC,
                        :WHOST-PR-CANC,
                        :WHOST-REG-CANC,
                        :WHOST-APOL-NOVA,
                        :WHOST-ANO-NOVA,
                        :WHOST-MES-NOVA,
                        :WHOST-PR-NOVO,
                        :WHOST-REG-NOVA
           END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               IF  SQLCODE       EQUAL  100
                   MOVE     'S'  TO     WFIM-PARES
                   EXEC     SQL  CLOSE      PARES      END-EXEC
                   GO       TO   R0220-99-SAIDA
               ELSE
                   DISPLAY 'R0220 - ERRO DE FETCH NO CURSOR PARES'
                   GO   TO  R9999-00-ROT-ERRO
               END-IF.
      *
           ADD       1                   TO         AC-L-CANDIDATOS.
      *
           MOVE      WHOST-REG-CANC      TO         ENT-CANC.
           MOVE      WHOST-REG-NOVA      TO         ENT-NOVA.
      *
           PERFORM   R0300-00-TRATA-PAR.
      *
       R0220-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* INTERVALO EM DIAS ENTRE A DATA DO CANCELAMENTO E A DATA DE
      *--* EMISSAO DA APOLICE NOVA (EMI-DT-EMIS, QUE NO CANCELAMENTO
      *--* TRAZ A DATA DO MOVIMENTO), EM QUALQUER SENTIDO: A NOVA PODE
      *--* TER SIDO EMITIDA ANTES DO CANCELAMENTO DA ANTIGA.
      *
       R0300-00-TRATA-PAR          SECTION.
      *-------------------------------------
      *
           MOVE         '030'            TO               WNR-EXEC-SQL.
      *
           IF  CAN-DT-EMIS   NOT  NUMERIC         OR
               NOV-DT-EMIS   NOT  NUMERIC         OR
               CAN-MES-EMIS  EQUAL  ZEROS         OR
               CAN-MES-EMIS  GREATER  12          OR
               NOV-MES-EMIS  EQUAL  ZEROS         OR
               NOV-MES-EMIS  GREATER  12
               ADD    1                  TO         AC-L-DATA-INVALIDA
               MOVE   'S'                TO         CTL-SW-INCONSIST
               DISPLAY 'R0300 - DATA DE EMISSAO INVALIDA - APOLICES '
                        WHOST-APOL-CANC  ' / '  WHOST-APOL-NOVA
               GO   TO  R0300-99-SAIDA.
      *
           MOVE      CAN-DT-EMIS         TO         WCAL-DATA.
           PERFORM   R0800-00-CALCULA-DIAS.
           MOVE      WCAL-DIAS           TO         WS-DIAS-CANC.
      *
           MOVE      NOV-DT-EMIS         TO         WCAL-DATA.
           PERFORM   R0800-00-CALCULA-DIAS.
           MOVE      WCAL-DIAS           TO         WS-DIAS-NOVA.
      *
           IF  WS-DIAS-NOVA  LESS  WS-DIAS-CANC
               COMPUTE  WS-DIAS-INTERV  =  WS-DIAS-CANC
                                        -  WS-DIAS-NOVA
           ELSE
               COMPUTE  WS-DIAS-INTERV  =  WS-DIAS-NOVA
                                        -  WS-DIAS-CANC.
      *
           IF  WS-DIAS-INTERV  GREATER  WS-DIAS-JANELA
               ADD    1                  TO         AC-L-FORA-JANELA
               GO   TO  R0300-99-SAIDA.
      *
           ADD       1                   TO         AC-L-PARES.
      *
           MOVE      WHOST-APOL-CANC     TO         WHOST-NUM-APOL.
           PERFORM   R0350-00-COMISSAO-APOLICE.
           MOVE      WHOST-VLR-COMIS     TO         WS-COMIS-CANC.
      *
           MOVE      WHOST-APOL-NOVA     TO         WHOST-NUM-APOL.
           PERFORM   R0350-00-COMISSAO-APOLICE.
           MOVE      WHOST-VLR-COMIS     TO         WS-COMIS-NOVA.
      *
           PERFORM   R0360-00-GRAVA-PAR.
      *
           MOVE      CAN-NUM-MATRIC      TO         LP-NUM-MATRIC.
           MOVE      WHOST-RAMO-SUSEP    TO         LP-RAMO-SUSEP.
           MOVE      WHOST-APOL-CANC     TO         LP-APOL-CANC.
           MOVE      CAN-DIA-EMIS        TO         LP-DIA-CANC.
           MOVE      CAN-MES-EMIS        TO         LP-MES-CANC.
           MOVE      CAN-ANO-EMIS        TO         LP-ANO-CANC.
           MOVE      WHOST-PR-CANC       TO         LP-PR-CANC.
           MOVE      WS-COMIS-CANC       TO         LP-COMIS-CANC.
           MOVE      WHOST-APOL-NOVA     TO         LP-APOL-NOVA.
           MOVE      NOV-DIA-EMIS        TO         LP-DIA-NOVA.
           MOVE      NOV-MES-EMIS        TO         LP-MES-NOVA.
           MOVE      NOV-ANO-EMIS        TO         LP-ANO-NOVA.
           MOVE      WS-DIAS-INTERV      TO         LP-DIAS-INTERV.
           MOVE      WHOST-PR-NOVO       TO         LP-PR-NOVO.
           MOVE      WS-COMIS-NOVA       TO         LP-COMIS-NOVA.
      *
           MOVE      LIN-PAR             TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           ADD       WHOST-PR-CANC       TO         CTL-PR-CANC.
           ADD       WS-COMIS-CANC       TO         CTL-COMIS-CANC.
           ADD       WHOST-PR-NOVO       TO         CTL-PR-NOVO.
           ADD       WS-COMIS-NOVA       TO         CTL-COMIS-NOVA.
      *
           PERFORM   R0380-00-ACUMULA-RANKING.
      *
       R0300-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* COMISSAO PAGA NA APOLICE: SOMA DO PREMCOM (CORRETOR E
      *--* INDICADOR) DOS GRUPOS DE EMISSAO E DE ENDOSSO COM PREMIO
      *--* (TIPO-MOV 101/102) ARQUIVADOS ATE HOJE PARA A APOLICE. O
      *--* ESTORNO DE COMISSAO DO CANCELAMENTO NAO ENTRA. O TIPO-MOV DO
      *--* GRUPO E CONFERIDO POR EXISTS NO PREMIT, PARA A COMISSAO NAO
      *--* SER MULTIPLICADA PELOS REGISTROS DO GRUPO.
      *
       R0350-00-COMISSAO-APOLICE   SECTION.
      *-------------------------------------
      *
           MOVE         '035'            TO               WNR-EXEC-SQL.
      *
           EXEC SQL  SELECT  VALUE(SUM(M.VLR_COMISSAO), 0)
                       INTO  :WHOST-VLR-COMIS
                       FROM  SEGUROS.PREMCOM_HISTORICO  M
                      WHERE  M.NUM_APOLICE     =  :WHOST-NUM-APOL
                        AND  EXISTS
                            (SELECT  1
                               FROM  SEGUROS.PREMIT_HISTORICO  P
                              WHERE  P.ANO_REFERENCIA  =
                                                   M.ANO_REFERENCIA
                                AND  P.MES_REFERENCIA  =
                                                   M.MES_REFERENCIA
                                AND  P.RAMO_SUSEP      =  M.RAMO_SUSEP
                                AND  P.NUM_APOLICE     =  M.NUM_APOLICE
                                AND  P.NRENDOS         =  M.NRENDOS
                                AND  P.TIPO_OPERACAO   =
                                                   M.TIPO_OPERACAO
                                AND  SUBSTR(P.REGISTRO_PREMIT,47,3)
                                                  IN  ('101','102'))
                       WITH  UR
           END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               DISPLAY 'R0350 - ERRO NO SELECT DA PREMCOM-HISTORICO'
               DISPLAY 'APOLICE  - ' WHOST-NUM-APOL
               GO   TO  R9999-00-ROT-ERRO.
      *
       R0350-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0360-00-GRAVA-PAR          SECTION.
      *-------------------------------------
      *
           MOVE      SYSIN-ANO-REFER     TO         PAR-ANO-REFER.
           MOVE      SYSIN-MES-REFER     TO         PAR-MES-REFER.
           MOVE      CAN-COD-CIA         TO         PAR-COD-CIA.
           MOVE      WHOST-RAMO-SUSEP    TO         PAR-RAMO-SUSEP.
           MOVE      CAN-CPF-SEG         TO         PAR-CPF-SEG.
           MOVE      CAN-NUM-MATRIC      TO         PAR-NUM-MATRIC.
           MOVE      CAN-NUM-CPF         TO         PAR-NUM-CPF.
           MOVE      WHOST-APOL-CANC     TO         PAR-APOL-CANC.
           MOVE      CAN-TIPO-MOV        TO         PAR-TIPO-MOV-CANC.
           MOVE      CAN-DT-EMIS         TO         PAR-DT-CANC.
           MOVE      WHOST-PR-CANC       TO         PAR-PR-CANC.
           MOVE      WS-COMIS-CANC       TO         PAR-COMIS-CANC.
           MOVE      WHOST-APOL-NOVA     TO         PAR-APOL-NOVA.
           MOVE      WHOST-ANO-NOVA      TO         PAR-ANO-NOVA.
           MOVE      WHOST-MES-NOVA      TO         PAR-MES-NOVA.
           MOVE      NOV-DT-EMIS         TO         PAR-DT-EMIS-NOVA.
           MOVE      WHOST-PR-NOVO       TO         PAR-PR-NOVO.
           MOVE      WS-COMIS-NOVA       TO         PAR-COMIS-NOVA.
           MOVE      WS-DIAS-INTERV      TO         PAR-DIAS-INTERV.
      *
           WRITE     REG-PARREEM         FROM       REGT-PARREEM.
      *
           IF  PAR-STATUS  NOT  EQUAL  ZEROS
               DISPLAY 'R0360 - ERRO NO WRITE DO ARQ PARREEM'
               DISPLAY 'STATUS  - '  PAR-STATUS
               DISPLAY 'APOLICES - '  WHOST-APOL-CANC ' / '
                                      WHOST-APOL-NOVA
               GO   TO  R9999-00-ROT-ERRO.
      *
           ADD       1                   TO         AC-G-PARREEM.
      *
       R0360-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0380-00-ACUMULA-RANKING    SECTION.
      *-------------------------------------
      *
           SET       RNK-IDX             TO         1.
      *
           SEARCH    RNK-TAB-PRODUTOR
                     AT       END
                              PERFORM  R0385-00-INCLUI-RANKING
                     WHEN     RNK-TAB-MATRIC (RNK-IDX)  =
                              CAN-NUM-MATRIC                 AND
                              RNK-TAB-CPF (RNK-IDX)     =
                              CAN-NUM-CPF
                              PERFORM  R0388-00-SOMA-RANKING
           END-SEARCH.
      *
       R0380-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0385-00-INCLUI-RANKING     SECTION.
      *-------------------------------------
      *
           IF  RNK-QTDE-OCUP  NOT  LESS  2000
               DISPLAY 'R0385 - TABELA DO RANKING DE PRODUTORES CHEIA '
                       '- 2000'
               DISPLAY 'MATRICULA   - '  CAN-NUM-MATRIC
               DISPLAY 'CPF         - '  CAN-NUM-CPF
               GO   TO  R9999-00-ROT-ERRO.
      *
           ADD       1                   TO         RNK-QTDE-OCUP.
           SET       RNK-IDX             TO         RNK-QTDE-OCUP.
      *
           MOVE      CAN-NUM-MATRIC      TO    RNK-TAB-MATRIC (RNK-IDX).
           MOVE      CAN-NUM-CPF         TO    RNK-TAB-CPF (RNK-IDX).
           MOVE      ZEROS               TO    RNK-TAB-QTDE (RNK-IDX)
                                               RNK-TAB-PR-CANC
                                                (RNK-IDX)
                                               RNK-TAB-PR-NOVO
                                                (RNK-IDX)
                                               RNK-TAB-COMIS-CANC
                                                (RNK-IDX)
                                               RNK-TAB-COMIS-NOVA
                                                (RNK-IDX).
      *
           PERFORM   R0388-00-SOMA-RANKING.
      *
       R0385-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0388-00-SOMA-RANKING       SECTION.
      *-------------------------------------
      *
           ADD       1                   TO    RNK-TAB-QTDE (RNK-IDX).
           ADD       WHOST-PR-CANC       TO    RNK-TAB-PR-CANC
                                                (RNK-IDX).
           ADD       WHOST-PR-NOVO       TO    RNK-TAB-PR-NOVO
                                                (RNK-IDX).
           ADD       WS-COMIS-CANC       TO    RNK-TAB-COMIS-CANC
                                                (RNK-IDX).
           ADD       WS-COMIS-NOVA       TO    RNK-TAB-COMIS-NOVA
                                                (RNK-IDX).
      *
       R0388-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0400-00-TOTAL-PARES        SECTION.
      *-------------------------------------
      *
           MOVE      LIN-SEPARADOR       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           MOVE      AC-L-PARES          TO         LTP-QTDE-PARES.
           MOVE      CTL-PR-CANC         TO         LTP-PR-CANC.
           MOVE      CTL-COMIS-CANC      TO         LTP-COMIS-CANC.
           MOVE      CTL-PR-NOVO         TO         LTP-PR-NOVO.
           MOVE      CTL-COMIS-NOVA      TO         LTP-COMIS-NOVA.
      *
           MOVE      LIN-TOTAL-PAR       TO         REG-RELATO.
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
      *--* TRAILER: QUANTIDADE DE PARES E PREMIO TOTAL DAS APOLICES
      *--* NOVAS.
      *
       R0500-00-GRAVA-TRAILER      SECTION.
      *-------------------------------------
      *
           ACCEPT    WS-HORA-ACCEPT      FROM       TIME.
      *
           MOVE      WS-HORA-ACCEPT      TO         TRL-HORA-GERACAO.
           MOVE      AC-G-PARREEM        TO         TRL-QTDE-REG.
           MOVE      CTL-PR-NOVO         TO         TRL-VLR-TOTAL.
      *
           WRITE     REG-PARREEM         FROM       REGT-ARQ-TRAILER.
      *
           IF  PAR-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0500 - ERRO NO WRITE DO TRAILER DO PARREEM'
               DISPLAY  'STATUS  - '  PAR-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
       R0500-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* ENTRADA DA CLASSIFICACAO DO RANKING: UM REGISTRO POR
      *--* PRODUTOR DA TABELA, COM A COMISSAO PAGA NAS DUAS APOLICES.
      *
       R0600-00-LIBERA-RANKING     SECTION.
      *-------------------------------------
      *
           PERFORM   R0610-00-LIBERA-PRODUTOR
                     VARYING   RNK-IDX  FROM  1  BY  1
                     UNTIL     RNK-IDX  GREATER  RNK-QTDE-OCUP.
      *
       R0600-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0610-00-LIBERA-PRODUTOR    SECTION.
      *-------------------------------------
      *
           MOVE      RNK-TAB-QTDE (RNK-IDX)
                                         TO         SRT-QTDE-PARES.
           COMPUTE   SRT-VLR-COMIS   =   RNK-TAB-COMIS-CANC (RNK-IDX)
                                     +   RNK-TAB-COMIS-NOVA (RNK-IDX).
           MOVE      RNK-TAB-MATRIC (RNK-IDX)
                                         TO         SRT-NUM-MATRIC.
           MOVE      RNK-TAB-CPF (RNK-IDX)
                                         TO         SRT-NUM-CPF.
           MOVE      RNK-TAB-PR-CANC (RNK-IDX)
                                         TO         SRT-PR-CANC.
           MOVE      RNK-TAB-PR-NOVO (RNK-IDX)
                                         TO         SRT-PR-NOVO.
           MOVE      RNK-TAB-COMIS-CANC (RNK-IDX)
                                         TO         SRT-COMIS-CANC.
           MOVE      RNK-TAB-COMIS-NOVA (RNK-IDX)
                                         TO         SRT-COMIS-NOVA.
      *
           RELEASE   REG-SORT.
      *
       R0610-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* RANKING POR PRODUTOR/INDICADOR PARA A AUDITORIA COMERCIAL
      *
       R0650-00-IMPRIME-RANKING    SECTION.
      *-------------------------------------
      *
           MOVE      'RANKING POR PRODUTOR / INDICADOR'
                                         TO         LSU-TEXTO.
           MOVE      LIN-SUBTITULO       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
           MOVE      LIN-CABEC-RNK       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           MOVE      SPACES              TO         WFIM-SORT.
           MOVE      ZEROS               TO         AC-L-POSICAO.
      *
           PERFORM   R0660-00-RETORNA-SORT.
      *
           PERFORM   R0670-00-IMPRIME-PRODUTOR  UNTIL
                     WFIM-SORT  NOT  EQUAL  SPACES.
      *
           MOVE      LIN-SEPARADOR       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
       R0650-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0660-00-RETORNA-SORT       SECTION.
      *-------------------------------------
      *
           RETURN        ARQSORT
                         AT  END
                         MOVE  'S'       TO               WFIM-SORT.
      *
       R0660-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0670-00-IMPRIME-PRODUTOR   SECTION.
      *-------------------------------------
      *
           ADD       1                   TO         AC-L-POSICAO.
      *
           MOVE      AC-L-POSICAO        TO         LR-POSICAO.
           MOVE      SRT-NUM-MATRIC      TO         LR-NUM-MATRIC.
           MOVE      SRT-NUM-CPF         TO         LR-NUM-CPF.
           MOVE      SRT-QTDE-PARES      TO         LR-QTDE-PARES.
           MOVE      SRT-PR-CANC         TO         LR-PR-CANC.
           MOVE      SRT-PR-NOVO         TO         LR-PR-NOVO.
           MOVE      SRT-COMIS-CANC      TO         LR-COMIS-CANC.
           MOVE      SRT-COMIS-NOVA      TO         LR-COMIS-NOVA.
      *
           MOVE      LIN-RANKING         TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           PERFORM   R0660-00-RETORNA-SORT.
      *
       R0670-99-SAIDA.
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
           CLOSE    PARREEM.
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
      *----RG1878B-----------------------------------------------------*
