       IDENTIFICATION               DIVISION.
      *--------------------------------------
      *
       PROGRAM-ID.                  RG1876B.
      *
      *----------------------------------------------------------------*
      *   SISTEMA ................  REGISTROS GERAIS                   *
      *   PROGRAMA ...............  RG1876B                            *
      *----------------------------------------------------------------*
      *   ANALISTA ...............  GILSON                             *
      *   PROGRAMADOR ............  MARCELO AUGUSTO PRESTES  TE43017   *
      *   DATA CODIFICACAO .......  18/11/2026                         *
      *----------------------------------------------------------------*
      *   FUNCAO: CONFRONTO GRUPO A GRUPO DOS ARQUIVOS PREMIT,         *
      *           PREMCED, PREMRES E PREMBDR GERADOS PELO RG1866B,     *
      *           ANTES DA LIBERACAO PARA A SUSEP. AS CONCILIACOES     *
      *           EXISTENTES SO COMPARAM TOTAIS (LIDO X GRAVADO E      *
      *           TRAILER DO PREMBDR X TRAILER DO PREMCED); UMA LINHA  *
      *           DE CESSAO COM APOLICE/ENDOSSO ERRADO PASSA QUANDO OS *
      *           TOTAIS GERAIS SE COMPENSAM.                          *
      *           OS DETALHES DOS QUATRO ARQUIVOS SAO CLASSIFICADOS    *
      *           PELA CHAVE DO GRUPO (APOLICE, ENDOSSO, TIPO DE       *
      *           OPERACAO) E CONFRONTADOS POR QUEBRA:                 *
      *           GR01 - LINHA DO PREMCED SEM GRUPO NO PREMIT;         *
      *           GR02 - GRUPO DO PREMIT COM EMI-PR-COS-CED E SEM      *
      *                  LINHAS NO PREMCED;                            *
      *           GR03 - EMI-PR-COS-CED DO GRUPO DIFERENTE DA SOMA DE  *
      *                  CED-PR-COS-CED DAS SUAS LINHAS (ACIMA DA      *
      *                  TOLERANCIA DO CARTAO);                        *
      *           GR04 - LINHA DE QUOTA DO PREMRES SEM GRUPO NO PREMIT;*
      *           GR05 - CONGENERE DO PREMBDR SEM CESSAO NO PREMCED    *
      *                  PARA A APOLICE/ENDOSSO;                       *
      *           GR06 - CONGENERE DO PREMCED SEM LINHAS NO PREMBDR    *
      *                  PARA A APOLICE/ENDOSSO;                       *
      *           GR07 - QUANTIDADE OU VALOR DO PREMBDR DIFERENTE DO   *
      *                  PREMCED NA CONGENERE DA APOLICE/ENDOSSO (O    *
      *                  PREMBDR NAO CARREGA O TIPO DE OPERACAO, POR   *
      *                  ISSO O CONFRONTO E POR APOLICE/ENDOSSO E      *
      *                  CONGENERE).                                   *
      *           OS QUATRO ARQUIVOS TEM DE SER DO MESMO ANO/MES DE    *
      *           REFERENCIA (HEADER DO RG1866B). HAVENDO EXCECAO, O   *
      *           RELATORIO E GRAVADO E O PROGRAMA TERMINA COM         *
      *           RETURN-CODE 4, COMO O RG1868B E O RG1872B.           *
      *                                                                *
      * ARQUIVO                                                ACESSO  *
      *--------------------------------------------------------------- *
      * SYSIN    (CARTAO DE PARAMETROS)                        INPUT   *
      * PREMIT   (GERADO PELO RG1866B/RG1868B)                 INPUT   *
      * PREMCED  (GERADO PELO RG1866B/RG1868B)                 INPUT   *
      * PREMRES  (GERADO PELO RG1866B)                         INPUT   *
      * PREMBDR  (GERADO PELO RG1866B)                         INPUT   *
      * SORTWK01 (CLASSIFICACAO PELA CHAVE DO GRUPO)           WORK    *
      * RELATO   (RELATORIO DE EXCECOES)                       OUTPUT  *
      *----------------------------------------------------------------*
      *  CARTAO SYSIN                                                  *
      *     COL 01-05  TOLERANCIA DA DIFERENCA GR03 EM CENTAVOS POR    *
      *                GRUPO (ZEROS/BRANCO = SEM TOLERANCIA)           *
      *----------------------------------------------------------------*
      *  ALTERACAO - PROGRAMA CRIADO PARA CONFRONTAR PREMIT, PREMCED,  *
      *              PREMRES E PREMBDR GRUPO A GRUPO ANTES DA          *
      *              LIBERACAO DOS ARQUIVOS.                           *
      * 18/11/2026 - MARCELO AUGUSTO PRESTES  TE43017  TAREFA - 431662 *
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
           SELECT     PREMIT
                      ASSIGN        TO        PREMIT
                      FILE  STATUS  IS        EMI-STATUS.
      *
           SELECT     PREMCED
                      ASSIGN        TO        PREMCED
                      FILE  STATUS  IS        CED-STATUS.
      *
           SELECT     PREMRES
                      ASSIGN        TO        PREMRES
                      FILE  STATUS  IS        RES-STATUS.
      *
           SELECT     PREMBDR
                      ASSIGN        TO        PREMBDR
                      FILE  STATUS  IS        BDR-STATUS.
      *
           SELECT     ARQSORT
                      ASSIGN        TO        SORTWK01.
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
       FD              PREMIT
                       RECORD     810
                       RECORDING  MODE       F
                       BLOCK      CONTAINS   0  RECORDS
                       LABEL      RECORD        OMITTED.
      *
       01              REG-PREMIT            PIC  X(810).
      *
       FD              PREMCED
                       RECORD     168
                       RECORDING  MODE       F
                       BLOCK      CONTAINS   0  RECORDS
                       LABEL      RECORD        OMITTED.
      *
       01              REG-PREMCED           PIC  X(168).
      *
       FD              PREMRES
                       RECORD     177
                       RECORDING  MODE       F
                       BLOCK      CONTAINS   0  RECORDS
                       LABEL      RECORD        OMITTED.
      *
       01              REG-PREMRES           PIC  X(177).
      *
       FD              PREMBDR
                       RECORD     082
                       RECORDING  MODE       F
                       BLOCK      CONTAINS   0  RECORDS
                       LABEL      RECORD        OMITTED.
      *
       01              REG-PREMBDR           PIC  X(082).
      *
      *--* REGISTRO DE CLASSIFICACAO: UM POR DETALHE DOS QUATRO
      *--* ARQUIVOS, NA CHAVE DO GRUPO. O PREMBDR NAO TEM TIPO DE
      *--* OPERACAO E E CLASSIFICADO COM HIGH-VALUES NESSE CAMPO, DEPOIS
      *--* DE TODOS OS GRUPOS DA MESMA APOLICE/ENDOSSO.
      *
       SD              ARQSORT.
      *
       01              REG-SORT.
      *
         05            SRT-NUM-APOL          PIC  X(013).
         05            SRT-NUM-END           PIC  X(009).
         05            SRT-TIPO-OPER         PIC  X(004).
         05            SRT-ORIGEM            PIC  X(001).
           88          SRT-ORIGEM-PREMIT                VALUE '1'.
           88          SRT-ORIGEM-PREMCED               VALUE '2'.
           88          SRT-ORIGEM-PREMRES               VALUE '3'.
           88          SRT-ORIGEM-PREMBDR               VALUE '4'.
         05            SRT-COD-COSS          PIC  9(005).
         05            SRT-NUM-SEQ           PIC  9(010).
         05            SRT-VALOR             PIC S9(013)V99   COMP-3.
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
      *----------------------------------------------------------------*
      *                LAYOUT DO CARTAO DE PARAMETROS (SYSIN)          *
      *----------------------------------------------------------------*
      *
       01          REGT-SYSIN.
      *
         05        SYSIN-TOLERANCIA    PIC  9(005)      VALUE ZEROS.
         05        FILLER              PIC  X(075)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *        LAYOUT DO REGISTRO DE ENTRADA DO ARQUIVO PREMIT         *
      *        (DETALHE GERADO PELO RG1866B - VIDE REGT-PREMIT)        *
      *----------------------------------------------------------------*
      *
       01          ENT-PREMIT.
      *
         05        ENT-EMI-SEQ         PIC  9(010).
         05        FILLER              PIC  X(106).
         05        ENT-EMI-NUM-APOL    PIC  9(013).
         05        FILLER              PIC  X(011).
         05        ENT-EMI-NUM-END     PIC  9(009).
         05        FILLER              PIC  X(104).
         05        ENT-EMI-PR-COS-CED  PIC  +9(012).99.
         05        FILLER              PIC  X(492).
         05        ENT-EMI-TIPO-OPER   PIC  9(004).
         05        FILLER              PIC  X(045).
      *
      *----------------------------------------------------------------*
      *        LAYOUT DO REGISTRO DE ENTRADA DO ARQUIVO PREMCED        *
      *        (DETALHE GERADO PELO RG1866B - VIDE REGT-PREMCED)       *
      *----------------------------------------------------------------*
      *
       01          ENT-PREMCED.
      *
         05        ENT-CED-SEQ         PIC  9(010).
         05        FILLER              PIC  X(005).
         05        ENT-CED-COD-COSS    PIC  9(005).
         05        FILLER              PIC  X(041).
         05        ENT-CED-NUM-APOL    PIC  9(013).
         05        FILLER              PIC  X(011).
         05        ENT-CED-NUM-END     PIC  9(009).
         05        FILLER              PIC  X(020).
         05        ENT-CED-PR-COS-CED  PIC  -(012)9.99.
         05        ENT-CED-COMIS-COSS  PIC  -(012)9.99.
         05        FILLER              PIC  X(016).
         05        ENT-CED-TIPO-OPER   PIC  9(004).
         05        FILLER              PIC  X(002).
      *
      *----------------------------------------------------------------*
      *        LAYOUT DO REGISTRO DE ENTRADA DO ARQUIVO PREMRES        *
      *        (DETALHE GERADO PELO RG1866B - VIDE REGT-PREMRES)       *
      *----------------------------------------------------------------*
      *
       01          ENT-PREMRES.
      *
         05        ENT-RES-SEQ         PIC  9(010).
         05        FILLER              PIC  X(011).
         05        ENT-RES-NUM-APOL    PIC  9(013).
         05        ENT-RES-NUM-END     PIC  9(009).
         05        FILLER              PIC  X(098).
         05        ENT-RES-VLR-PRM-RES PIC  -(012)9.99.
         05        FILLER              PIC  X(016).
         05        ENT-RES-TIPO-OPER   PIC  9(004).
      *
      *----------------------------------------------------------------*
      *        LAYOUT DO REGISTRO DE ENTRADA DO ARQUIVO PREMBDR        *
      *        (DETALHE GERADO PELO RG1866B - VIDE REGT-PREMBDR)       *
      *----------------------------------------------------------------*
      *
       01          ENT-PREMBDR.
      *
         05        ENT-BDR-COD-COSS    PIC  9(005).
         05        FILLER              PIC  X(011).
         05        ENT-BDR-NUM-APOL    PIC  9(013).
         05        ENT-BDR-NUM-END     PIC  9(009).
         05        FILLER              PIC  X(012).
         05        ENT-BDR-PR-COS-CED  PIC  -(012)9.99.
         05        ENT-BDR-COMIS-COSS  PIC  -(012)9.99.
      *
      *--* VISAO DO HEADER GRAVADO PELO RG1866B (COMUM AOS QUATRO
      *--* ARQUIVOS; O TIPO 'T' E O TOTAL 'S' DO PREMBDR SAO IGNORADOS)
      *
       01          ENT-HEADER.
      *
         05        ENT-HDR-TIPO-REG    PIC  X(001).
         05        ENT-HDR-PROGRAMA    PIC  X(008).
         05        ENT-HDR-ANO-REFER   PIC  9(004).
         05        ENT-HDR-MES-REFER   PIC  9(002).
         05        FILLER              PIC  X(024).
      *
      *----------------------------------------------------------------*
      *                 DEFINICAO DAS TABELAS INTERNAS                 *
      *----------------------------------------------------------------*
      *
       01          WS-TABELAS.
      *
      *--* CONGENERES DA APOLICE/ENDOSSO CORRENTE: CESSAO DO PREMCED
      *--* (TODOS OS TIPOS DE OPERACAO) X BORDERO DO PREMBDR
      *
         05        CSS-QTDE-OCUP       PIC  9(004)      COMP
                                                         VALUE ZEROS.
         05        CSS-TAB-CONGENERE   OCCURS  200      TIMES
                                       INDEXED   BY     CSS-IDX.
           10      CSS-TAB-COD-COSS    PIC  9(005)      VALUE ZEROS.
           10      CSS-TAB-QT-CED      PIC  9(009)      VALUE ZEROS
                                                         COMP-3.
           10      CSS-TAB-VLR-CED     PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
           10      CSS-TAB-QT-BDR      PIC  9(009)      VALUE ZEROS
                                                         COMP-3.
           10      CSS-TAB-VLR-BDR     PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
      *
      *--* DESCRICAO E QUANTIDADE DE CADA TIPO DE EXCECAO
      *
         05        EXC-TAB-DESCRICAO.
           10      FILLER              PIC  X(030)      VALUE
               'CESSAO SEM GRUPO NO PREMIT'.
           10      FILLER              PIC  X(030)      VALUE
               'GRUPO CEDIDO SEM PREMCED'.
           10      FILLER              PIC  X(030)      VALUE
               'COS-CED DIFERE SOMA PREMCED'.
           10      FILLER              PIC  X(030)      VALUE
               'QUOTA PREMRES SEM GRUPO PREMIT'.
           10      FILLER              PIC  X(030)      VALUE
               'BORDERO SEM CESSAO NO PREMCED'.
           10      FILLER              PIC  X(030)      VALUE
               'CESSAO SEM LINHA NO PREMBDR'.
           10      FILLER              PIC  X(030)      VALUE
               'BORDERO DIVERGE DO PREMCED'.
         05        EXC-TAB-DESCRICAO-R REDEFINES
                                       EXC-TAB-DESCRICAO.
           10      EXC-TAB-DESC        PIC  X(030)
                                       OCCURS  7        TIMES.
      *
         05        EXC-TAB-QTDE        PIC  9(009)      VALUE ZEROS
                                       OCCURS  7        TIMES.
      *
      *----------------------------------------------------------------*
      *                LINHAS DO RELATORIO (RELATO)                    *
      *----------------------------------------------------------------*
      *
       01          LIN-TITULO.
      *
         05        FILLER              PIC  X(050)      VALUE
               'RG1876B - CONFRONTO POR GRUPO PREMIT X PREMCED X P'.
         05        FILLER              PIC  X(030)      VALUE
               'REMRES X PREMBDR - REFERENCIA '.
         05        LIN-TIT-MES         PIC  9(002)      VALUE ZEROS.
         05        FILLER              PIC  X(001)      VALUE '/'.
         05        LIN-TIT-ANO         PIC  9(004)      VALUE ZEROS.
         05        FILLER              PIC  X(011)      VALUE
               ' - EMISSAO '.
         05        LIN-TIT-DATA        PIC  X(010)      VALUE SPACES.
         05        FILLER              PIC  X(024)      VALUE SPACES.
      *
       01          LIN-CABEC.
      *
         05        FILLER              PIC  X(045)      VALUE
               'COD   ORIGEM   APOLICE        ENDOSSO    OPER'.
         05        FILLER              PIC  X(045)      VALUE
               '  CONGEN SEQUENCIA      VALOR NO ARQUIVO    V'.
         05        FILLER              PIC  X(042)      VALUE
               'ALOR CONFRONTO  DESCRICAO                 '.
      *
       01          LIN-EXCECAO.
      *
         05        LE-COD-EXCECAO      PIC  X(004).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LE-ORIGEM           PIC  X(007).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LE-NUM-APOL         PIC  9(013).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LE-NUM-END          PIC  9(009).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LE-TIPO-OPER        PIC  X(004).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LE-COD-COSS         PIC  X(005).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LE-NUM-SEQ          PIC  X(010).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LE-VLR-ARQUIVO      PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LE-VLR-CONFRONTO    PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LE-DESCRICAO        PIC  X(030).
      *
       01          LIN-RESUMO.
      *
         05        LRS-COD-EXCECAO     PIC  X(004).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LRS-DESCRICAO       PIC  X(030).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LRS-QTDE            PIC  Z(008)9.
         05        FILLER              PIC  X(085)      VALUE SPACES.
      *
       01          LIN-MENSAGEM.
      *
         05        LMS-TEXTO           PIC  X(070)      VALUE SPACES.
         05        FILLER              PIC  X(062)      VALUE SPACES.
      *
       01          LIN-SEPARADOR       PIC  X(132)     VALUE ALL '-'.
      *
      *----------------------------------------------------------------*
      *                     CHAVES DE CONTROLE DE LEITURA              *
      *----------------------------------------------------------------*
      *
       01          AREA-DE-WORK.
      *
         05        SYSIN-STATUS        PIC  9(002)      VALUE ZEROS.
         05        EMI-STATUS          PIC  9(002)      VALUE ZEROS.
         05        CED-STATUS          PIC  9(002)      VALUE ZEROS.
         05        RES-STATUS          PIC  9(002)      VALUE ZEROS.
         05        BDR-STATUS          PIC  9(002)      VALUE ZEROS.
         05        REL-STATUS          PIC  9(002)      VALUE ZEROS.
      *
         05        WFIM-PREMIT         PIC  X(001)      VALUE SPACES.
         05        WFIM-PREMCED        PIC  X(001)      VALUE SPACES.
         05        WFIM-PREMRES        PIC  X(001)      VALUE SPACES.
         05        WFIM-PREMBDR        PIC  X(001)      VALUE SPACES.
         05        WFIM-SORT           PIC  X(001)      VALUE SPACES.
      *
      *--* PERIODO DO PRIMEIRO HEADER LIDO (TODOS OS ARQUIVOS DEVEM
      *--* SER DO MESMO ANO/MES) E HEADER DO ARQUIVO CORRENTE
      *
         05        WTEM-PERIODO        PIC  X(001)      VALUE SPACES.
         05        WTEM-HEADER         PIC  X(001)      VALUE SPACES.
         05        WS-NOME-ARQUIVO     PIC  X(007)      VALUE SPACES.
         05        WS-ANO-PERIODO      PIC  9(004)      VALUE ZEROS.
         05        WS-MES-PERIODO      PIC  9(002)      VALUE ZEROS.
      *
         05        AC-L-PREMIT         PIC  9(009)      VALUE ZEROS.
         05        AC-L-PREMCED        PIC  9(009)      VALUE ZEROS.
         05        AC-L-PREMRES        PIC  9(009)      VALUE ZEROS.
         05        AC-L-PREMBDR        PIC  9(009)      VALUE ZEROS.
         05        AC-L-GRUPOS         PIC  9(009)      VALUE ZEROS.
         05        AC-L-EXCECOES       PIC  9(009)      VALUE ZEROS.
      *
      *--* CHAVE E ACUMULADORES DO GRUPO (APOLICE/ENDOSSO/OPERACAO)
      *
         05        WCHV-GRUPO-ANT.
           10      WCHV-NUM-APOL       PIC  X(013)      VALUE SPACES.
           10      WCHV-NUM-END        PIC  X(009)      VALUE SPACES.
           10      WCHV-TIPO-OPER      PIC  X(004)      VALUE SPACES.
      *
         05        WCHV-GRUPO-ATU.
           10      WCHV-NUM-APOL-ATU   PIC  X(013)      VALUE SPACES.
           10      WCHV-NUM-END-ATU    PIC  X(009)      VALUE SPACES.
           10      WCHV-TIPO-OPER-ATU  PIC  X(004)      VALUE SPACES.
      *
         05        GRP-QT-PREMIT       PIC  9(009)      VALUE ZEROS.
         05        GRP-QT-PREMCED      PIC  9(009)      VALUE ZEROS.
         05        GRP-VLR-PREMIT      PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        GRP-VLR-PREMCED     PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        GRP-PRIM-SEQ        PIC  9(010)      VALUE ZEROS.
      *
         05        WS-TOLERANCIA       PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        WS-VLR-AUX          PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        WS-VLR-DIFER        PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        WS-IND-EXCECAO      PIC  9(001)      VALUE ZEROS.
      *
         05        CTL-SW-EXCECAO      PIC  X(001)      VALUE 'N'.
           88      CTL-HA-EXCECAO                       VALUE 'S'.
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
           EJECT
      *----------------------------------------------------------------*
      *
       PROCEDURE                   DIVISION.
      *-------------------------------------
      *
       R0000-00-PRINCIPAL          SECTION.
      *------------------------------------
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
           DISPLAY      'RG1876B - INICIO DE EXECUCAO (' WS-DATA-CURR
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
           OPEN          OUTPUT            RELATO.
      *
           IF  REL-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0000 - ERRO NO OPEN DO ARQ RELATO'
               DISPLAY  'STATUS  - '  REL-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
           SORT          ARQSORT
                         ON  ASCENDING   KEY      SRT-NUM-APOL
                                                  SRT-NUM-END
                                                  SRT-TIPO-OPER
                                                  SRT-ORIGEM
                                                  SRT-COD-COSS
                                                  SRT-NUM-SEQ
                         INPUT   PROCEDURE  IS    R0200-00-SELECIONA
                         OUTPUT  PROCEDURE  IS    R0500-00-CONFRONTA.
      *
           IF  SORT-RETURN  NOT  EQUAL  ZEROS
               DISPLAY  'R0000 - ERRO NA CLASSIFICACAO DO ARQSORT'
               DISPLAY  'SORT-RETURN - '  SORT-RETURN
               GO   TO   R9999-00-ROT-ERRO.
      *
           PERFORM       R0800-00-IMPRIME-RESUMO.
      *
           CLOSE         RELATO.
      *
           DISPLAY   'DETALHES LIDOS NO PREMIT      - '  AC-L-PREMIT.
           DISPLAY   'DETALHES LIDOS NO PREMCED     - '  AC-L-PREMCED.
           DISPLAY   'DETALHES LIDOS NO PREMRES     - '  AC-L-PREMRES.
           DISPLAY   'DETALHES LIDOS NO PREMBDR     - '  AC-L-PREMBDR.
           DISPLAY   'GRUPOS CONFRONTADOS           - '  AC-L-GRUPOS.
           DISPLAY   'EXCECOES LISTADAS             - '  AC-L-EXCECOES.
      *
           MOVE      '00:00:00'          TO         WS-HORA-CURR.
      *
           ACCEPT     WS-HORA-ACCEPT     FROM       TIME.
           MOVE       WS-HOR-ACCEPT      TO         WS-HOR-CURR.
           MOVE       WS-MIN-ACCEPT      TO         WS-MIN-CURR.
           MOVE       WS-SEG-ACCEPT      TO         WS-SEG-CURR.
      *
           DISPLAY   'RG1876B - FINAL DE EXECUCAO  (' WS-DATA-CURR
                                          ' - '       WS-HORA-CURR ')'.
      *
           IF  CTL-HA-EXCECAO
               DISPLAY '*---   RG1876B  -  HA GRUPOS INCONSISTENTES  '
                       '-  CONFERIR ANTES DE LIBERAR   ---*'
               MOVE   4           TO     RETURN-CODE
           ELSE
               DISPLAY '*---   RG1876B  -  FIM  NORMAL   ---*'
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
           READ          SYSIN-CARTAO    INTO             REGT-SYSIN.
      *
           IF  SYSIN-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0100 - CARTAO SYSIN AUSENTE OU ILEGIVEL'
               DISPLAY  'STATUS  - '  SYSIN-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
      *--* CARTAO EM BRANCO OU ZERADO EXIGE IGUALDADE EXATA POR GRUPO
      *
           IF  SYSIN-TOLERANCIA  NOT  NUMERIC
               MOVE   ZEROS              TO       SYSIN-TOLERANCIA.
      *
           COMPUTE   WS-TOLERANCIA  =  SYSIN-TOLERANCIA  /  100.
      *
           DISPLAY   'RG1876B - TOLERANCIA POR GRUPO - '
                      SYSIN-TOLERANCIA  ' CENTAVOS'.
      *
       R0100-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: LE OS QUATRO
      *--* ARQUIVOS E LIBERA UM REGISTRO POR DETALHE. HEADERS SAO
      *--* CONFERIDOS (MESMO ANO/MES EM TODOS OS BLOCOS DE TODOS OS
      *--* ARQUIVOS); TRAILERS E TOTAIS 'S' DO PREMBDR SAO IGNORADOS.
      *
       R0200-00-SELECIONA          SECTION.
      *-------------------------------------
      *
           OPEN          INPUT           PREMIT.
      *
           IF  EMI-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0200 - ERRO NO OPEN DO ARQ PREMIT'
               DISPLAY  'STATUS  - '  EMI-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
           MOVE          'PREMIT '       TO         WS-NOME-ARQUIVO.
           MOVE          SPACES          TO         WFIM-PREMIT
                                                    WTEM-HEADER.
      *
           PERFORM       R0210-00-LER-PREMIT.
      *
           PERFORM       R0220-00-PROCESSA-PREMIT  UNTIL
                         WFIM-PREMIT     NOT  EQUAL  SPACES.
      *
           CLOSE         PREMIT.
      *
           OPEN          INPUT           PREMCED.
      *
           IF  CED-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0200 - ERRO NO OPEN DO ARQ PREMCED'
               DISPLAY  'STATUS  - '  CED-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
           MOVE          'PREMCED'       TO         WS-NOME-ARQUIVO.
           MOVE          SPACES          TO         WFIM-PREMCED
                                                    WTEM-HEADER.
      *
           PERFORM       R0230-00-LER-PREMCED.
      *
           PERFORM       R0240-00-PROCESSA-PREMCED  UNTIL
                         WFIM-PREMCED    NOT  EQUAL  SPACES.
      *
           CLOSE         PREMCED.
      *
           OPEN          INPUT           PREMRES.
      *
           IF  RES-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0200 - ERRO NO OPEN DO ARQ PREMRES'
               DISPLAY  'STATUS  - '  RES-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
           MOVE          'PREMRES'       TO         WS-NOME-ARQUIVO.
           MOVE          SPACES          TO         WFIM-PREMRES
                                                    WTEM-HEADER.
      *
           PERFORM       R0250-00-LER-PREMRES.
      *
           PERFORM       R0260-00-PROCESSA-PREMRES  UNTIL
                         WFIM-PREMRES    NOT  EQUAL  SPACES.
      *
           CLOSE         PREMRES.
      *
           OPEN          INPUT           PREMBDR.
      *
           IF  BDR-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0200 - ERRO NO OPEN DO ARQ PREMBDR'
               DISPLAY  'STATUS  - '  BDR-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
           MOVE          'PREMBDR'       TO         WS-NOME-ARQUIVO.
           MOVE          SPACES          TO         WFIM-PREMBDR
                                                    WTEM-HEADER.
      *
           PERFORM       R0270-00-LER-PREMBDR.
      *
           PERFORM       R0280-00-PROCESSA-PREMBDR  UNTIL
                         WFIM-PREMBDR    NOT  EQUAL  SPACES.
      *
           CLOSE         PREMBDR.
      *
       R0200-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0210-00-LER-PREMIT         SECTION.
      *-------------------------------------
      *
           READ          PREMIT          INTO             ENT-PREMIT
                         AT  END
                         MOVE  'S'       TO               WFIM-PREMIT.
      *
           IF  WFIM-PREMIT  EQUAL  SPACES
               IF  EMI-STATUS  NOT  EQUAL  ZEROS
                   DISPLAY  'R0210 - ERRO NO READ DO ARQ PREMIT'
                   DISPLAY  'STATUS  - '  EMI-STATUS
                   GO   TO   R9999-00-ROT-ERRO.
      *
       R0210-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0220-00-PROCESSA-PREMIT    SECTION.
      *-------------------------------------
      *
           MOVE          ENT-PREMIT      TO         ENT-HEADER.
      *
           EVALUATE  ENT-HDR-TIPO-REG
               WHEN  'H'
                     PERFORM  R0300-00-CONFERE-HEADER
               WHEN  'T'
                     CONTINUE
               WHEN  OTHER
                     PERFORM  R0310-00-EXIGE-HEADER
                     ADD      1          TO         AC-L-PREMIT
                     MOVE     SPACES     TO         REG-SORT
                     MOVE     ENT-EMI-NUM-APOL   TO  SRT-NUM-APOL
                     MOVE     ENT-EMI-NUM-END    TO  SRT-NUM-END
                     MOVE     ENT-EMI-TIPO-OPER  TO  SRT-TIPO-OPER
                     MOVE     '1'                TO  SRT-ORIGEM
                     MOVE     ZEROS              TO  SRT-COD-COSS
                     MOVE     ENT-EMI-SEQ        TO  SRT-NUM-SEQ
                     MOVE     ENT-EMI-PR-COS-CED TO  SRT-VALOR
                     RELEASE  REG-SORT
           END-EVALUATE.
      *
           PERFORM       R0210-00-LER-PREMIT.
      *
       R0220-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0230-00-LER-PREMCED        SECTION.
      *-------------------------------------
      *
           READ          PREMCED         INTO             ENT-PREMCED
                         AT  END
                         MOVE  'S'       TO               WFIM-PREMCED.
      *
           IF  WFIM-PREMCED  EQUAL  SPACES
               IF  CED-STATUS  NOT  EQUAL  ZEROS
                   DISPLAY  'R0230 - ERRO NO READ DO ARQ PREMCED'
                   DISPLAY  'STATUS  - '  CED-STATUS
                   GO   TO   R9999-00-ROT-ERRO.
      *
       R0230-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0240-00-PROCESSA-PREMCED   SECTION.
      *-------------------------------------
      *
           MOVE          ENT-PREMCED     TO         ENT-HEADER.
      *
           EVALUATE  ENT-HDR-TIPO-REG
               WHEN  'H'
                     PERFORM  R0300-00-CONFERE-HEADER
               WHEN  'T'
                     CONTINUE
               WHEN  OTHER
                     PERFORM  R0310-00-EXIGE-HEADER
                     ADD      1          TO         AC-L-PREMCED
                     MOVE     SPACES     TO         REG-SORT
                     MOVE     ENT-CED-NUM-APOL   TO  SRT-NUM-APOL
                     MOVE     ENT-CED-NUM-END    TO  SRT-NUM-END
                     MOVE     ENT-CED-TIPO-OPER  TO  SRT-TIPO-OPER
                     MOVE     '2'                TO  SRT-ORIGEM
                     MOVE     ENT-CED-COD-COSS   TO  SRT-COD-COSS
                     MOVE     ENT-CED-SEQ        TO  SRT-NUM-SEQ
                     MOVE     ENT-CED-PR-COS-CED TO  SRT-VALOR
                     RELEASE  REG-SORT
           END-EVALUATE.
      *
           PERFORM       R0230-00-LER-PREMCED.
      *
       R0240-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0250-00-LER-PREMRES        SECTION.
      *-------------------------------------
      *
           READ          PREMRES         INTO             ENT-PREMRES
                         AT  END
                         MOVE  'S'       TO               WFIM-PREMRES.
      *
           IF  WFIM-PREMRES  EQUAL  SPACES
               IF  RES-STATUS  NOT  EQUAL  ZEROS
                   DISPLAY  'R0250 - ERRO NO READ DO ARQ PREMRES'
                   DISPLAY  'STATUS  - '  RES-STATUS
                   GO   TO   R9999-00-ROT-ERRO.
      *
       R0250-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0260-00-PROCESSA-PREMRES   SECTION.
      *-------------------------------------
      *
           MOVE          ENT-PREMRES     TO         ENT-HEADER.
      *
           EVALUATE  ENT-HDR-TIPO-REG
               WHEN  'H'
                     PERFORM  R0300-00-CONFERE-HEADER
               WHEN  'T'
                     CONTINUE
               WHEN  OTHER
                     PERFORM  R0310-00-EXIGE-HEADER
                     ADD      1          TO         AC-L-PREMRES
                     MOVE     SPACES     TO         REG-SORT
                     MOVE     ENT-RES-NUM-APOL   TO  SRT-NUM-APOL
                     MOVE     ENT-RES-NUM-END    TO  SRT-NUM-END
                     MOVE     ENT-RES-TIPO-OPER  TO  SRT-TIPO-OPER
                     MOVE     '3'                TO  SRT-ORIGEM
                     MOVE     ZEROS              TO  SRT-COD-COSS
                     MOVE     ENT-RES-SEQ        TO  SRT-NUM-SEQ
                     MOVE     ENT-RES-VLR-PRM-RES TO SRT-VALOR
                     RELEASE  REG-SORT
           END-EVALUATE.
      *
           PERFORM       R0250-00-LER-PREMRES.
      *
       R0260-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0270-00-LER-PREMBDR        SECTION.
      *-------------------------------------
      *
           READ          PREMBDR         INTO             ENT-PREMBDR
                         AT  END
                         MOVE  'S'       TO               WFIM-PREMBDR.
      *
           IF  WFIM-PREMBDR  EQUAL  SPACES
               IF  BDR-STATUS  NOT  EQUAL  ZEROS
                   DISPLAY  'R0270 - ERRO NO READ DO ARQ PREMBDR'
                   DISPLAY  'STATUS  - '  BDR-STATUS
                   GO   TO   R9999-00-ROT-ERRO.
      *
       R0270-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0280-00-PROCESSA-PREMBDR   SECTION.
      *-------------------------------------
      *
           MOVE          ENT-PREMBDR     TO         ENT-HEADER.
      *
           EVALUATE  ENT-HDR-TIPO-REG
               WHEN  'H'
                     PERFORM  R0300-00-CONFERE-HEADER
               WHEN  'T'
               WHEN  'S'
                     CONTINUE
               WHEN  OTHER
                     PERFORM  R0310-00-EXIGE-HEADER
                     ADD      1          TO         AC-L-PREMBDR
                     MOVE     SPACES     TO         REG-SORT
                     MOVE     ENT-BDR-NUM-APOL   TO  SRT-NUM-APOL
                     MOVE     ENT-BDR-NUM-END    TO  SRT-NUM-END
                     MOVE     HIGH-VALUES        TO  SRT-TIPO-OPER
                     MOVE     '4'                TO  SRT-ORIGEM
                     MOVE     ENT-BDR-COD-COSS   TO  SRT-COD-COSS
                     MOVE     ZEROS              TO  SRT-NUM-SEQ
                     MOVE     ENT-BDR-PR-COS-CED TO  SRT-VALOR
                     RELEASE  REG-SORT
           END-EVALUATE.
      *
           PERFORM       R0270-00-LER-PREMBDR.
      *
       R0280-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* O PRIMEIRO HEADER LIDO FIXA O PERIODO DO CONFRONTO; TODO
      *--* BLOCO DE QUALQUER DOS QUATRO ARQUIVOS TEM DE SER DO MESMO
      *--* ANO/MES, SENAO O CONFRONTO NAO FAZ SENTIDO E E ABORTADO.
      *
       R0300-00-CONFERE-HEADER     SECTION.
      *-------------------------------------
      *
           MOVE      'S'                 TO         WTEM-HEADER.
      *
           IF  WTEM-PERIODO  EQUAL  SPACES
               MOVE   'S'                TO         WTEM-PERIODO
               MOVE   ENT-HDR-ANO-REFER  TO         WS-ANO-PERIODO
               MOVE   ENT-HDR-MES-REFER  TO         WS-MES-PERIODO
               GO     TO     R0300-99-SAIDA.
      *
           IF  ENT-HDR-ANO-REFER  NOT  EQUAL  WS-ANO-PERIODO  OR
               ENT-HDR-MES-REFER  NOT  EQUAL  WS-MES-PERIODO
               DISPLAY 'R0300 - BLOCO DO '  WS-NOME-ARQUIVO
                       ' DE PERIODO DIFERENTE DO PRIMEIRO HEADER'
               DISPLAY 'ESPERADO - '  WS-MES-PERIODO '/'
                                      WS-ANO-PERIODO
               DISPLAY 'RECEBIDO - '  ENT-HDR-MES-REFER
                       '/'            ENT-HDR-ANO-REFER
               GO   TO  R9999-00-ROT-ERRO.
      *
       R0300-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0310-00-EXIGE-HEADER       SECTION.
      *-------------------------------------
      *
           IF  WTEM-HEADER  NOT  EQUAL  'S'
               DISPLAY 'R0310 - ARQUIVO '  WS-NOME-ARQUIVO
                       ' SEM HEADER'
               GO   TO  R9999-00-ROT-ERRO.
      *
       R0310-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: PERCORRE OS
      *--* REGISTROS NA ORDEM DA CHAVE, COM QUEBRA POR GRUPO
      *--* (APOLICE/ENDOSSO/OPERACAO) E POR APOLICE/ENDOSSO. DENTRO DO
      *--* GRUPO O PREMIT VEM PRIMEIRO, DEPOIS O PREMCED E O PREMRES;
      *--* O PREMBDR FECHA A APOLICE/ENDOSSO.
      *
       R0500-00-CONFRONTA          SECTION.
      *-------------------------------------
      *
           MOVE      WS-MES-PERIODO      TO         LIN-TIT-MES.
           MOVE      WS-ANO-PERIODO      TO         LIN-TIT-ANO.
           MOVE      WS-DATA-CURR        TO         LIN-TIT-DATA.
      *
           MOVE      LIN-TITULO          TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
           MOVE      LIN-CABEC           TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
           MOVE      LIN-SEPARADOR       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           MOVE      SPACES              TO         WFIM-SORT.
           MOVE      LOW-VALUES          TO         WCHV-GRUPO-ANT.
      *
           PERFORM   R0510-00-RETORNA-SORT.
      *
           PERFORM   R0520-00-PROCESSA-SORT  UNTIL
                     WFIM-SORT  NOT  EQUAL  SPACES.
      *
           IF  WCHV-GRUPO-ANT  NOT  EQUAL  LOW-VALUES
               PERFORM  R0600-00-FECHA-GRUPO
               PERFORM  R0650-00-FECHA-ENDOSSO.
      *
       R0500-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0510-00-RETORNA-SORT       SECTION.
      *-------------------------------------
      *
           RETURN        ARQSORT
                         AT  END
                         MOVE  'S'       TO               WFIM-SORT.
      *
       R0510-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0520-00-PROCESSA-SORT      SECTION.
      *-------------------------------------
      *
           MOVE      SRT-NUM-APOL        TO         WCHV-NUM-APOL-ATU.
           MOVE      SRT-NUM-END         TO         WCHV-NUM-END-ATU.
           MOVE      SRT-TIPO-OPER       TO         WCHV-TIPO-OPER-ATU.
      *
           IF  WCHV-GRUPO-ATU  NOT  EQUAL  WCHV-GRUPO-ANT
               IF  WCHV-GRUPO-ANT  NOT  EQUAL  LOW-VALUES
                   PERFORM  R0600-00-FECHA-GRUPO
                   IF  WCHV-NUM-APOL-ATU  NOT  EQUAL  WCHV-NUM-APOL  OR
                       WCHV-NUM-END-ATU   NOT  EQUAL  WCHV-NUM-END
                       PERFORM  R0650-00-FECHA-ENDOSSO
                   END-IF
               END-IF
               MOVE     WCHV-GRUPO-ATU   TO         WCHV-GRUPO-ANT
               MOVE     ZEROS            TO         GRP-QT-PREMIT
                                                    GRP-QT-PREMCED
                                                    GRP-VLR-PREMIT
                                                    GRP-VLR-PREMCED
                                                    GRP-PRIM-SEQ
           END-IF.
      *
           EVALUATE  TRUE
               WHEN  SRT-ORIGEM-PREMIT
                     ADD      1          TO         GRP-QT-PREMIT
                     ADD      SRT-VALOR  TO         GRP-VLR-PREMIT
                     IF  GRP-PRIM-SEQ  EQUAL  ZEROS
                         MOVE  SRT-NUM-SEQ   TO     GRP-PRIM-SEQ
                     END-IF
               WHEN  SRT-ORIGEM-PREMCED
                     ADD      1          TO         GRP-QT-PREMCED
                     ADD      SRT-VALOR  TO         GRP-VLR-PREMCED
                     PERFORM  R0540-00-ACUMULA-CONGENERE
                     IF  GRP-QT-PREMIT  EQUAL  ZEROS
                         MOVE     1          TO     WS-IND-EXCECAO
                         MOVE     'PREMCED'  TO     LE-ORIGEM
                         MOVE     SRT-TIPO-OPER  TO LE-TIPO-OPER
                         MOVE     SRT-COD-COSS   TO LE-COD-COSS
                         MOVE     SRT-NUM-SEQ    TO LE-NUM-SEQ
                         MOVE     SRT-VALOR      TO LE-VLR-ARQUIVO
                         MOVE     ZEROS      TO     LE-VLR-CONFRONTO
                         PERFORM  R0700-00-LISTA-EXCECAO
                     END-IF
               WHEN  SRT-ORIGEM-PREMRES
                     IF  GRP-QT-PREMIT  EQUAL  ZEROS
                         MOVE     4          TO     WS-IND-EXCECAO
                         MOVE     'PREMRES'  TO     LE-ORIGEM
                         MOVE     SRT-TIPO-OPER  TO LE-TIPO-OPER
                         MOVE     SPACES         TO LE-COD-COSS
                         MOVE     SRT-NUM-SEQ    TO LE-NUM-SEQ
                         MOVE     SRT-VALOR      TO LE-VLR-ARQUIVO
                         MOVE     ZEROS      TO     LE-VLR-CONFRONTO
                         PERFORM  R0700-00-LISTA-EXCECAO
                     END-IF
               WHEN  SRT-ORIGEM-PREMBDR
                     PERFORM  R0540-00-ACUMULA-CONGENERE
           END-EVALUATE.
      *
           PERFORM   R0510-00-RETORNA-SORT.
      *
       R0520-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0540-00-ACUMULA-CONGENERE  SECTION.
      *-------------------------------------
      *
           SET       CSS-IDX             TO         1.
      *
           SEARCH    CSS-TAB-CONGENERE
                     AT       END
                              PERFORM  R0550-00-INCLUI-CONGENERE
                     WHEN     CSS-IDX  NOT  GREATER  CSS-QTDE-OCUP  AND
                              CSS-TAB-COD-COSS (CSS-IDX)  =
                              SRT-COD-COSS
                              PERFORM  R0560-00-SOMA-CONGENERE
           END-SEARCH.
      *
       R0540-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0550-00-INCLUI-CONGENERE   SECTION.
      *-------------------------------------
      *
           IF  CSS-QTDE-OCUP  NOT  LESS  200
               DISPLAY 'R0550 - TABELA DE CONGENERES CHEIA - 200'
               DISPLAY 'NR APOLICE  - '  SRT-NUM-APOL
               DISPLAY 'NR ENDOSSO  - '  SRT-NUM-END
               GO   TO  R9999-00-ROT-ERRO.
      *
           ADD       1                   TO         CSS-QTDE-OCUP.
           SET       CSS-IDX             TO         CSS-QTDE-OCUP.
      *
           MOVE      SRT-COD-COSS        TO    CSS-TAB-COD-COSS
                                                (CSS-IDX).
           MOVE      ZEROS               TO    CSS-TAB-QT-CED (CSS-IDX)
                                               CSS-TAB-VLR-CED (CSS-IDX)
                                               CSS-TAB-QT-BDR (CSS-IDX)
                                               CSS-TAB-VLR-BDR
                                                (CSS-IDX).
      *
           PERFORM   R0560-00-SOMA-CONGENERE.
      *
       R0550-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0560-00-SOMA-CONGENERE     SECTION.
      *-------------------------------------
      *
           IF  SRT-ORIGEM-PREMCED
               ADD    1             TO     CSS-TAB-QT-CED (CSS-IDX)
               ADD    SRT-VALOR     TO     CSS-TAB-VLR-CED (CSS-IDX)
           ELSE
               ADD    1             TO     CSS-TAB-QT-BDR (CSS-IDX)
               ADD    SRT-VALOR     TO     CSS-TAB-VLR-BDR (CSS-IDX).
      *
       R0560-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* FECHAMENTO DO GRUPO APOLICE/ENDOSSO/OPERACAO: GRUPO DO
      *--* PREMIT COM COSSEGURO CEDIDO PRECISA TER LINHAS NO PREMCED, E
      *--* A SOMA DAS LINHAS TEM DE BATER COM O EMI-PR-COS-CED. O
      *--* "GRUPO" DO PREMBDR (TIPO DE OPERACAO HIGH-VALUES) NAO E
      *--* CONFRONTADO AQUI.
      *
       R0600-00-FECHA-GRUPO        SECTION.
      *-------------------------------------
      *
           IF  GRP-QT-PREMIT  EQUAL  ZEROS
               GO   TO   R0600-99-SAIDA.
      *
           ADD       1                   TO         AC-L-GRUPOS.
      *
           MOVE      'PREMIT '           TO         LE-ORIGEM.
           MOVE      WCHV-TIPO-OPER      TO         LE-TIPO-OPER.
           MOVE      SPACES              TO         LE-COD-COSS.
           MOVE      GRP-PRIM-SEQ        TO         LE-NUM-SEQ.
           MOVE      GRP-VLR-PREMIT      TO         LE-VLR-ARQUIVO.
           MOVE      GRP-VLR-PREMCED     TO         LE-VLR-CONFRONTO.
      *
           IF  GRP-QT-PREMCED  EQUAL  ZEROS
               IF  GRP-VLR-PREMIT  NOT  EQUAL  ZEROS
                   MOVE     2            TO         WS-IND-EXCECAO
                   PERFORM  R0710-00-LISTA-EXCECAO-GRUPO
               END-IF
               GO   TO   R0600-99-SAIDA.
      *
           COMPUTE   WS-VLR-DIFER  =  GRP-VLR-PREMIT
                                   -  GRP-VLR-PREMCED.
      *
           IF  WS-VLR-DIFER  LESS  ZEROS
               COMPUTE  WS-VLR-DIFER  =  WS-VLR-DIFER  *  -1.
      *
           IF  WS-VLR-DIFER  GREATER  WS-TOLERANCIA
               MOVE     3                TO         WS-IND-EXCECAO
               PERFORM  R0710-00-LISTA-EXCECAO-GRUPO.
      *
       R0600-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* FECHAMENTO DA APOLICE/ENDOSSO: CONFRONTA, CONGENERE A
      *--* CONGENERE, A CESSAO DO PREMCED COM O BORDERO DO PREMBDR. O
      *--* BORDERO E COPIA DO PREMCED (R3300 DO RG1866B), ENTAO A
      *--* IGUALDADE E EXATA EM QUANTIDADE E VALOR.
      *
       R0650-00-FECHA-ENDOSSO      SECTION.
      *-------------------------------------
      *
           PERFORM   R0660-00-CONFRONTA-CONGENERE
                     VARYING   CSS-IDX   FROM  1  BY  1
                     UNTIL     CSS-IDX   GREATER   CSS-QTDE-OCUP.
      *
           MOVE      ZEROS               TO         CSS-QTDE-OCUP.
      *
       R0650-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0660-00-CONFRONTA-CONGENERE SECTION.
      *-------------------------------------
      *
           MOVE      ZEROS               TO         WS-IND-EXCECAO.
      *
           IF  CSS-TAB-QT-CED (CSS-IDX)  EQUAL  ZEROS
               MOVE     5                TO         WS-IND-EXCECAO
               MOVE     'PREMBDR'        TO         LE-ORIGEM
               MOVE     CSS-TAB-VLR-BDR (CSS-IDX)   TO  LE-VLR-ARQUIVO
               MOVE     CSS-TAB-VLR-CED (CSS-IDX)   TO  LE-VLR-CONFRONTO
           ELSE
               IF  CSS-TAB-QT-BDR (CSS-IDX)  EQUAL  ZEROS
                   MOVE     6            TO         WS-IND-EXCECAO
                   MOVE     'PREMCED'    TO         LE-ORIGEM
                   MOVE     CSS-TAB-VLR-CED (CSS-IDX)  TO
                                                    LE-VLR-ARQUIVO
                   MOVE     CSS-TAB-VLR-BDR (CSS-IDX)  TO
                                                    LE-VLR-CONFRONTO
               ELSE
                   IF  CSS-TAB-QT-BDR (CSS-IDX)   NOT  EQUAL
                       CSS-TAB-QT-CED (CSS-IDX)   OR
                       CSS-TAB-VLR-BDR (CSS-IDX)  NOT  EQUAL
                       CSS-TAB-VLR-CED (CSS-IDX)
                       MOVE     7        TO         WS-IND-EXCECAO
                       MOVE     'PREMBDR'          TO  LE-ORIGEM
                       MOVE     CSS-TAB-VLR-BDR (CSS-IDX)  TO
                                                    LE-VLR-ARQUIVO
                       MOVE     CSS-TAB-VLR-CED (CSS-IDX)  TO
                                                    LE-VLR-CONFRONTO
                   END-IF
               END-IF
           END-IF.
      *
           IF  WS-IND-EXCECAO  EQUAL  ZEROS
               GO   TO   R0660-99-SAIDA.
      *
           MOVE      SPACES              TO         LE-TIPO-OPER
                                                    LE-NUM-SEQ.
           MOVE      CSS-TAB-COD-COSS (CSS-IDX)   TO  LE-COD-COSS.
      *
           PERFORM   R0710-00-LISTA-EXCECAO-GRUPO.
      *
       R0660-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* EXCECAO DE LINHA (GR01/GR04): CHAVE DO REGISTRO CORRENTE
      *
       R0700-00-LISTA-EXCECAO      SECTION.
      *-------------------------------------
      *
           MOVE      SRT-NUM-APOL        TO         LE-NUM-APOL.
           MOVE      SRT-NUM-END         TO         LE-NUM-END.
      *
           PERFORM   R0720-00-GRAVA-EXCECAO.
      *
       R0700-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* EXCECAO DE GRUPO OU CONGENERE: CHAVE DO GRUPO QUE FECHOU
      *
       R0710-00-LISTA-EXCECAO-GRUPO SECTION.
      *-------------------------------------
      *
           MOVE      WCHV-NUM-APOL       TO         LE-NUM-APOL.
           MOVE      WCHV-NUM-END        TO         LE-NUM-END.
      *
           PERFORM   R0720-00-GRAVA-EXCECAO.
      *
       R0710-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0720-00-GRAVA-EXCECAO      SECTION.
      *-------------------------------------
      *
           MOVE      'S'                 TO         CTL-SW-EXCECAO.
           ADD       1                   TO         AC-L-EXCECOES.
           ADD       1                   TO
                     EXC-TAB-QTDE (WS-IND-EXCECAO).
      *
           MOVE      'GR0'               TO         LE-COD-EXCECAO.
           MOVE      WS-IND-EXCECAO      TO         LE-COD-EXCECAO
                                                    (4:1).
           MOVE      EXC-TAB-DESC (WS-IND-EXCECAO)  TO  LE-DESCRICAO.
      *
           MOVE      LIN-EXCECAO         TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
       R0720-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0800-00-IMPRIME-RESUMO     SECTION.
      *-------------------------------------
      *
           IF  AC-L-EXCECOES  EQUAL  ZEROS
               MOVE   'NENHUMA EXCECAO NO CONFRONTO POR GRUPO'
                                         TO         LMS-TEXTO
               MOVE   LIN-MENSAGEM       TO         REG-RELATO
               PERFORM  R0900-00-GRAVA-RELATO.
      *
           MOVE      LIN-SEPARADOR       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           MOVE      'RESUMO DAS EXCECOES POR CODIGO'
                                         TO         LMS-TEXTO.
           MOVE      LIN-MENSAGEM        TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           PERFORM   R0810-00-IMPRIME-LINHA-RESUMO
                     VARYING   WS-IND-EXCECAO  FROM  1  BY  1
                     UNTIL     WS-IND-EXCECAO  GREATER   7.
      *
       R0800-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0810-00-IMPRIME-LINHA-RESUMO SECTION.
      *-------------------------------------
      *
           MOVE      'GR0'               TO         LRS-COD-EXCECAO.
           MOVE      WS-IND-EXCECAO      TO         LRS-COD-EXCECAO
                                                    (4:1).
           MOVE      EXC-TAB-DESC (WS-IND-EXCECAO)  TO  LRS-DESCRICAO.
           MOVE      EXC-TAB-QTDE (WS-IND-EXCECAO)  TO  LRS-QTDE.
      *
           MOVE      LIN-RESUMO          TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
       R0810-99-SAIDA.
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
           CLOSE    PREMIT.
      *
           CLOSE    PREMCED.
      *
           CLOSE    PREMRES.
      *
           CLOSE    PREMBDR.
      *
           CLOSE    RELATO.
      *
           DISPLAY ' RG1876B   *** EXECUCAO ABORTADA ***'.
      *
           MOVE   99   TO         RETURN-CODE.
      *
           STOP   RUN.
      *
      *----RG1876B-----------------------------------------------------*
      *
