       IDENTIFICATION               DIVISION.
      *--------------------------------------
      *
       PROGRAM-ID.                  RG1882B.
      *
      *----------------------------------------------------------------*
      *   SISTEMA ................  REGISTROS GERAIS                   *
      *   PROGRAMA ...............  RG1882B                            *
      *----------------------------------------------------------------*
      *   ANALISTA ...............  GILSON                             *
      *   PROGRAMADOR ............  MARCELO AUGUSTO PRESTES  TE43017   *
      *   DATA CODIFICACAO .......  06/01/2027                         *
      *----------------------------------------------------------------*
      *   FUNCAO: ESTATISTICA ANUAL DE PREMIOS POR UF DE RISCO PARA AS *
      *           REMESSAS ESTATISTICAS DA SUSEP E A ANALISE DE        *
      *           PARTICIPACAO DE MERCADO, A PARTIR DO HISTORICO DO    *
      *           PREMIT E DO PREMCED (PREMIT_HISTORICO E              *
      *           PREMCED_HISTORICO, CARREGADOS PELO RG1867B), PARA O  *
      *           ANO CIVIL OU QUALQUER JANELA DE 12 MESES:            *
      *           - MATRIZ UF DE RISCO (EMI-UF-RISCO) X RAMO_SUSEP X   *
      *             MES X COD-CIA COM O PREMIO EMITIDO, O COSSEGURO    *
      *             CEDIDO (PREMCED DO MESMO GRUPO APOLICE/ENDOSSO/    *
      *             OPERACAO), A QUANTIDADE DE APOLICES E A QUANTIDADE *
      *             DE SEGURADOS (EMI-QTD-SEG), COM O ACUMULADO DOS 12 *
      *             MESES DE CADA UF/RAMO_SUSEP/COD-CIA;               *
      *           - APOLICES E SEGURADOS SAO CONTADOS NA EMISSAO DA    *
      *             APOLICE (EMI-TIPO-MOV 101), UMA VEZ POR GRUPO;     *
      *           - RISCO EM VARIAS UFS (LISTA DE ATE 27 UFS EM        *
      *             EMI-UF-RISCO): VALORES E QUANTIDADES SAO RATEADOS  *
      *             EM PARTES IGUAIS ENTRE AS UFS E A SOBRA DO RATEIO  *
      *             FICA NA PRIMEIRA UF DA LISTA, DE MODO QUE OS       *
      *             TOTAIS DA MATRIZ FECHEM COM O HISTORICO. REGISTRO  *
      *             SEM UF DE RISCO ASSUME A UF DA DEPENDENCIA         *
      *             (EMI-UF-DEP);                                      *
      *           - GRAVA O ARQUIVO DE LAYOUT FIXO DA REMESSA          *
      *             ESTATISTICA (UM REGISTRO POR UF/RAMO_SUSEP/COD-CIA *
      *             E MES COM MOVIMENTO E UM DE ACUMULADO NO PERIODO)  *
      *             E IMPRIME A MATRIZ;                                *
      *           - FECHA O PREMIO EMITIDO DE CADA MES COM O TRAILER   *
      *             DO PREMIT DO MES (PREMIT_TRAILER) E O COSSEGURO    *
      *             CEDIDO COM O PREMCED_HISTORICO. MES SEM TRAILER,   *
      *             DIVERGENCIA NO FECHAMENTO OU REGISTRO SEM UF       *
      *             TERMINAM COM RETURN-CODE 4.                        *
      *                                                                *
      * --------------------------------- -----------------    ------- *
      * TABELA                            VIEW                 ACESSO  *
      * --------------------------------- -----------------    ------- *
      * PREMIT HISTORICO                  PREMIT_HISTORICO     INPUT   *
      * PREMCED HISTORICO                 PREMCED_HISTORICO    INPUT   *
      * TRAILER DO PREMIT POR PERIODO     PREMIT_TRAILER       INPUT   *
      *----------------------------------------------------------------*
      * ARQUIVO                                                ACESSO  *
      *--------------------------------------------------------------- *
      * SYSIN    (CARTAO DE PARAMETROS)                        INPUT   *
      * ESTUFRS  (ESTATISTICA POR UF DE RISCO/RAMO/CIA/MES)    OUTPUT  *
      * RELATO   (MATRIZ IMPRESSA E FECHAMENTO COM OS TRAILERS) OUTPUT *
      * SORTWK01 (CLASSIFICACAO POR UF/RAMO_SUSEP/COD-CIA/MES) WORK    *
      *----------------------------------------------------------------*
      *  CARTAO SYSIN                                                  *
      *     COL 01-04  ANO DO PRIMEIRO MES DA JANELA (AAAA)            *
      *     COL 05-06  PRIMEIRO MES DA JANELA DE 12 MESES (MM) -       *
      *                BRANCOS, ZEROS OU 01 = ANO CIVIL                *
      *----------------------------------------------------------------*
      *  ALTERACAO - PROGRAMA CRIADO PARA A ESTATISTICA ANUAL DE       *
      *              PREMIOS POR UF DE RISCO.                          *
      * 06/01/2027 - MARCELO AUGUSTO PRESTES  TE43017  TAREFA - 431669 *
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
           SELECT     ESTUFRS
                      ASSIGN        TO        ESTUFRS
                      FILE  STATUS  IS        EST-STATUS.
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
       FD              ESTUFRS
                       RECORD     100
                       RECORDING  MODE       F
                       BLOCK      CONTAINS   0  RECORDS
                       LABEL      RECORD        OMITTED.
      *
       01              REG-ESTUFRS           PIC  X(100).
      *
       FD              RELATO
                       RECORD     132
                       RECORDING  MODE       F
                       BLOCK      CONTAINS   0  RECORDS
                       LABEL      RECORD        OMITTED.
      *
       01              REG-RELATO            PIC  X(132).
      *
      *--* REGISTRO DE CLASSIFICACAO: UM POR REGISTRO DO PREMIT E UF DE
      *--* RISCO, JA COM A PARTE DO RATEIO QUE CABE A UF.
      *
       SD              ARQSORT.
      *
       01              REG-SORT.
      *
         05            SRT-UF-RISCO          PIC  X(002).
         05            SRT-RAMO-SUSEP        PIC  9(004).
         05            SRT-COD-CIA           PIC  9(005).
         05            SRT-IND-MES           PIC  9(002).
         05            SRT-QTD-APOL          PIC  9(009)      COMP-3.
         05            SRT-QTD-SEG           PIC  9(009)      COMP-3.
         05            SRT-PREMIO            PIC S9(013)V99   COMP-3.
         05            SRT-CEDIDO            PIC S9(013)V99   COMP-3.
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
      *--* JANELA DE 12 MESES (AAAAMM INICIAL E FINAL)
      *
       77          WHOST-AAMM-INI      PIC S9(009)      VALUE +0 COMP.
       77          WHOST-AAMM-FIM      PIC S9(009)      VALUE +0 COMP.
      *
      *--* REGISTRO DO PREMIT E COSSEGURO CEDIDO DO GRUPO
      *
       77          WHOST-ANO-REFER     PIC S9(004)      VALUE +0 COMP.
       77          WHOST-MES-REFER     PIC S9(004)      VALUE +0 COMP.
       77          WHOST-RAMO-SUSEP    PIC S9(004)      VALUE +0 COMP.
       77          WHOST-NUM-APOL      PIC S9(013)      VALUE +0 COMP-3.
       77          WHOST-NRENDOS       PIC S9(009)      VALUE +0 COMP.
       77          WHOST-TIPO-OPER     PIC S9(004)      VALUE +0 COMP.
       77          WHOST-VLR-PREMIO    PIC S9(013)V99   VALUE +0 COMP-3.
       77          WHOST-QTD-CED       PIC S9(009)      VALUE +0 COMP.
       77          WHOST-VLR-CEDIDO    PIC S9(013)V99   VALUE +0 COMP-3.
       77          WHOST-REG-PREMIT    PIC  X(810)      VALUE SPACES.
      *
      *--* FECHAMENTO COM O TRAILER DO PREMIT E COM O PREMCED DE CADA
      *--* MES
      *
       77          WHOST-QTD-TRAILER   PIC S9(009)      VALUE +0 COMP.
       77          WHOST-VLR-TRAILER   PIC S9(013)V99   VALUE +0 COMP-3.
       77          WHOST-QTD-HIST      PIC S9(009)      VALUE +0 COMP.
       77          WHOST-VLR-HIST      PIC S9(013)V99   VALUE +0 COMP-3.
      *
           EXEC  SQL   INCLUDE       SQLCA     END-EXEC.
      *
      *----------------------------------------------------------------*
      *                LAYOUT DO CARTAO DE PARAMETROS (SYSIN)          *
      *----------------------------------------------------------------*
      *
       01          REGT-SYSIN.
      *
         05        SYSIN-ANO-INI       PIC  9(004)      VALUE ZEROS.
         05        SYSIN-MES-INI       PIC  9(002)      VALUE ZEROS.
         05        FILLER              PIC  X(074)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *        VISAO DO REGISTRO DO PREMIT GUARDADO NO HISTORICO       *
      *        (LAYOUT REGT-PREMIT DO RG1866B)                         *
      *----------------------------------------------------------------*
      *
       01          ENT-PREMIT.
      *
         05        FILLER              PIC  X(010).
         05        ENT-EMI-COD-CIA     PIC  9(005).
         05        FILLER              PIC  X(031).
         05        ENT-EMI-TIPO-MOV    PIC  9(003).
         05        ENT-EMI-UF-DEP      PIC  X(002).
         05        ENT-EMI-UF-RISCO    PIC  X(054).
         05        FILLER              PIC  X(086).
         05        ENT-EMI-QTD-SEG     PIC  9(004).
         05        FILLER              PIC  X(615).
      *
      *----------------------------------------------------------------*
      *   LAYOUT DO ARQUIVO DA ESTATISTICA POR UF DE RISCO (ESTUFRS)   *
      *   TIPO 'D' - UF/RAMO_SUSEP/COD-CIA NO MES DE REFERENCIA        *
      *   TIPO 'A' - ACUMULADO DA UF/RAMO_SUSEP/COD-CIA NOS 12 MESES   *
      *              (ANO/MES DE REFERENCIA = ULTIMO MES DA JANELA)    *
      *----------------------------------------------------------------*
      *
       01          REGT-ESTUFRS.
      *
         05        EST-TIPO-REG        PIC  X(001)      VALUE 'D'.
         05        EST-ANO-REFER       PIC  9(004)      VALUE ZEROS.
         05        EST-MES-REFER       PIC  9(002)      VALUE ZEROS.
         05        EST-UF-RISCO        PIC  X(002)      VALUE SPACES.
         05        EST-RAMO-SUSEP      PIC  9(004)      VALUE ZEROS.
         05        EST-COD-CIA         PIC  9(005)      VALUE ZEROS.
         05        EST-QTDE-APOL       PIC  9(009)      VALUE ZEROS.
         05        EST-QTDE-SEG        PIC  9(009)      VALUE ZEROS.
         05        EST-PREMIO          PIC  -(012)9.99.
         05        EST-CEDIDO          PIC  -(012)9.99.
         05        FILLER              PIC  X(032)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *        HEADER E TRAILER DA ESTATISTICA (LAYOUT DO RG1866B)     *
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
         05        FILLER              PIC  X(051)      VALUE
               'RG1882B - ESTATISTICA DE PREMIOS POR UF DE RISCO - '.
         05        FILLER              PIC  X(008)      VALUE
               'PERIODO '.
         05        LTI-MES-INI         PIC  9(002)      VALUE ZEROS.
         05        FILLER              PIC  X(001)      VALUE '/'.
         05        LTI-ANO-INI         PIC  9(004)      VALUE ZEROS.
         05        FILLER              PIC  X(003)      VALUE ' A '.
         05        LTI-MES-FIM         PIC  9(002)      VALUE ZEROS.
         05        FILLER              PIC  X(001)      VALUE '/'.
         05        LTI-ANO-FIM         PIC  9(004)      VALUE ZEROS.
         05        FILLER              PIC  X(011)      VALUE
               ' - EMISSAO '.
         05        LTI-DATA-EMIS       PIC  X(010)      VALUE SPACES.
         05        FILLER              PIC  X(035)      VALUE SPACES.
      *
       01          LIN-SUBTITULO.
      *
         05        LSU-TEXTO           PIC  X(070)      VALUE SPACES.
         05        FILLER              PIC  X(062)      VALUE SPACES.
      *
       01          LIN-CABEC-MTZ.
      *
         05        FILLER              PIC  X(026)      VALUE
               'UF  RAMO  CIA    MES/ANO  '.
         05        FILLER              PIC  X(036)      VALUE
               '  PREMIO EMITIDO  COSSEGURO CEDIDO  '.
         05        FILLER              PIC  X(020)      VALUE
               ' APOLICES  SEGURADOS'.
         05        FILLER              PIC  X(050)      VALUE SPACES.
      *
       01          LIN-MATRIZ.
      *
         05        LM-UF-RISCO         PIC  X(002).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LM-RAMO-SUSEP       PIC  9(004).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LM-COD-CIA          PIC  9(005).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LM-PERIODO.
           10      LM-MES-REFER        PIC  9(002).
           10      LM-BARRA            PIC  X(001)      VALUE '/'.
           10      LM-ANO-REFER        PIC  9(004).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LM-PREMIO           PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LM-CEDIDO           PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LM-QTDE-APOL        PIC  Z(008)9.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LM-QTDE-SEG         PIC  Z(008)9.
         05        FILLER              PIC  X(050)      VALUE SPACES.
      *
       01          LIN-TOTAL-MTZ.
      *
         05        LTM-TEXTO           PIC  X(026)      VALUE SPACES.
         05        LTM-PREMIO          PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LTM-CEDIDO          PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LTM-QTDE-APOL       PIC  Z(008)9.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LTM-QTDE-SEG        PIC  Z(008)9.
         05        FILLER              PIC  X(050)      VALUE SPACES.
      *
       01          LIN-CABEC-CNC.
      *
         05        FILLER              PIC  X(042)      VALUE
               'MES/ANO    QTDE TRAILER   QTDE HISTORICO  '.
         05        FILLER              PIC  X(036)      VALUE
               '   VALOR TRAILER      VALOR MATRIZ  '.
         05        FILLER              PIC  X(036)      VALUE
               '       DIFERENCA  SITUACAO          '.
         05        FILLER              PIC  X(018)      VALUE SPACES.
      *
       01          LIN-CABEC-CED.
      *
         05        FILLER              PIC  X(042)      VALUE
               'MES/ANO    QTDE PREMCED   QTDE NA MATRIZ  '.
         05        FILLER              PIC  X(036)      VALUE
               '   VALOR PREMCED      VALOR MATRIZ  '.
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
      *--* QUANTIDADE DE DIAS DE CADA MES (FEVEREIRO AJUSTADO NO ANO
      *--* BISSEXTO)
      *
         05        WTAB-ULT-DIA        PIC  X(024)      VALUE
               '312831303130313130313031'.
         05        WTAB-ULT-DIA-R      REDEFINES        WTAB-ULT-DIA
                                       OCCURS 12        TIMES.
           10      WTAB-DIAS-NO-MES    PIC  9(002).
      *
      *--* MESES DA JANELA: ANO/MES, REGISTROS DO PREMIT LIDOS E
      *--* REGISTROS DO PREMCED ASSOCIADOS (LADO DA LEITURA) E PREMIO/
      *--* COSSEGURO DO MES NA MATRIZ (LADO DA CLASSIFICACAO)
      *
         05        PER-TAB-AREA.
           10      PER-TAB-MES         OCCURS 12        TIMES.
             15    PER-ANO-REFER       PIC  9(004).
             15    PER-MES-REFER       PIC  9(002).
             15    PER-QTD-LIDOS       PIC  9(009)      COMP-3.
             15    PER-QTD-CED         PIC  9(009)      COMP-3.
             15    PER-PREMIO          PIC S9(013)V99   COMP-3.
             15    PER-CEDIDO          PIC S9(013)V99   COMP-3.
      *
      *--* MESES DA UF/RAMO_SUSEP/COD-CIA CORRENTE NA MATRIZ
      *
         05        MTZ-TAB-AREA.
           10      MTZ-TAB-MES         OCCURS 12        TIMES.
             15    MTZ-QTD-REG         PIC  9(009)      COMP-3.
             15    MTZ-QTD-APOL        PIC  9(009)      COMP-3.
             15    MTZ-QTD-SEG         PIC  9(009)      COMP-3.
             15    MTZ-PREMIO          PIC S9(013)V99   COMP-3.
             15    MTZ-CEDIDO          PIC S9(013)V99   COMP-3.
      *
      *--* LISTA DE UFS DE RISCO DO REGISTRO (A 28A. POSICAO FICA
      *--* SEMPRE EM BRANCO E ENCERRA A CONTAGEM DA LISTA CHEIA)
      *
         05        WS-LISTA-UF         PIC  X(056)      VALUE SPACES.
         05        WS-LISTA-UF-R       REDEFINES        WS-LISTA-UF.
           10      WS-LST-UF           PIC  X(002)
                                       OCCURS 28        TIMES
                                       INDEXED   BY     UF-IDX.
      *
      *----------------------------------------------------------------*
      *                     CHAVES DE CONTROLE DE LEITURA              *
      *----------------------------------------------------------------*
      *
       01          AREA-DE-WORK.
      *
         05        SYSIN-STATUS        PIC  9(002)      VALUE ZEROS.
         05        EST-STATUS          PIC  9(002)      VALUE ZEROS.
         05        REL-STATUS          PIC  9(002)      VALUE ZEROS.
      *
         05        WFIM-EMITIDOS       PIC  X(001)      VALUE SPACES.
         05        WFIM-SORT           PIC  X(001)      VALUE SPACES.
      *
         05        AC-L-PREMIT         PIC  9(009)      VALUE ZEROS.
         05        AC-L-GRUPOS         PIC  9(009)      VALUE ZEROS.
         05        AC-L-VARIAS-UF      PIC  9(009)      VALUE ZEROS.
         05        AC-L-UF-DEP         PIC  9(009)      VALUE ZEROS.
         05        AC-L-SEM-UF         PIC  9(009)      VALUE ZEROS.
         05        AC-R-SORT           PIC  9(009)      VALUE ZEROS.
         05        AC-L-CHAVES         PIC  9(009)      VALUE ZEROS.
         05        AC-G-ESTUFRS        PIC  9(009)      VALUE ZEROS.
         05        AC-L-MESES-TRAILER  PIC  9(004)      VALUE ZEROS.
         05        AC-L-MESES-DIVERG   PIC  9(004)      VALUE ZEROS.
      *
      *--* CHAVE DO GRUPO (ANO/MES, RAMO_SUSEP, APOLICE, ENDOSSO E
      *--* OPERACAO) DO REGISTRO ANTERIOR DO PREMIT
      *
         05        WCHV-ANO-REFER      PIC S9(004)      VALUE +0 COMP.
         05        WCHV-MES-REFER      PIC S9(004)      VALUE +0 COMP.
         05        WCHV-RAMO-SUSEP     PIC S9(004)      VALUE +0 COMP.
         05        WCHV-NUM-APOL       PIC S9(013)      VALUE +0 COMP-3.
         05        WCHV-NRENDOS        PIC S9(009)      VALUE +0 COMP.
         05        WCHV-TIPO-OPER      PIC S9(004)      VALUE +0 COMP.
      *
      *--* VALORES DO REGISTRO E RATEIO ENTRE AS UFS DE RISCO
      *
         05        WS-QTD-UF           PIC S9(004)      VALUE +0 COMP.
         05        WS-QTD-APOL         PIC S9(009)      VALUE +0 COMP.
         05        WS-QTD-SEG          PIC S9(009)      VALUE +0 COMP.
         05        WS-APOL-PARTE       PIC S9(009)      VALUE +0 COMP.
         05        WS-APOL-RESTO       PIC S9(009)      VALUE +0 COMP.
         05        WS-SEG-PARTE        PIC S9(009)      VALUE +0 COMP.
         05        WS-SEG-RESTO        PIC S9(009)      VALUE +0 COMP.
         05        WS-VLR-CEDIDO       PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        WS-PREMIO-PARTE     PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        WS-PREMIO-RESTO     PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        WS-CEDIDO-PARTE     PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        WS-CEDIDO-RESTO     PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
      *
      *--* QUEBRA DA MATRIZ (UF DE RISCO, RAMO_SUSEP E COD-CIA)
      *
         05        WS-UF-ANT           PIC  X(002)      VALUE SPACES.
         05        WS-RAMO-ANT         PIC  9(004)      VALUE ZEROS.
         05        WS-CIA-ANT          PIC  9(005)      VALUE ZEROS.
      *
      *--* TOTAIS DA UF/RAMO_SUSEP/COD-CIA, DA UF E GERAIS DA MATRIZ
      *
         05        CHV-QTD-APOL        PIC  9(009)      VALUE ZEROS.
         05        CHV-QTD-SEG         PIC  9(009)      VALUE ZEROS.
         05        CHV-PREMIO          PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        CHV-CEDIDO          PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
      *
         05        UFT-QTD-APOL        PIC  9(009)      VALUE ZEROS.
         05        UFT-QTD-SEG         PIC  9(009)      VALUE ZEROS.
         05        UFT-PREMIO          PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        UFT-CEDIDO          PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
      *
         05        CTL-QTD-APOL        PIC  9(009)      VALUE ZEROS.
         05        CTL-QTD-SEG         PIC  9(009)      VALUE ZEROS.
         05        CTL-PREMIO          PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        CTL-CEDIDO          PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
      *
      *--* TOTAIS DO FECHAMENTO (TRAILERS X MATRIZ, PREMCED X MATRIZ)
      *
         05        CNC-QTD-TRAILER     PIC  9(009)      VALUE ZEROS.
         05        CNC-QTD-HIST        PIC  9(009)      VALUE ZEROS.
         05        CNC-VLR-TRAILER     PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        CNC-QTD-PREMCED     PIC  9(009)      VALUE ZEROS.
         05        CNC-QTD-CED-MTZ     PIC  9(009)      VALUE ZEROS.
         05        CNC-VLR-PREMCED     PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        CNC-VLR-CED-MTZ     PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        WS-VLR-DIFERENCA    PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
      *
         05        CTL-SW-DIVERGENCIA  PIC  X(001)      VALUE 'N'.
           88      CTL-HA-DIVERGENCIA                   VALUE 'S'.
      *
      *--* JANELA DE 12 MESES
      *
         05        WS-IND-MES          PIC  9(002)      VALUE ZEROS.
         05        WS-MESES-INI        PIC S9(009)      VALUE +0 COMP.
         05        WS-MESES-AUX        PIC S9(009)      VALUE +0 COMP.
         05        WS-ANO-AUX          PIC S9(009)      VALUE +0 COMP.
         05        WS-MES-AUX          PIC S9(009)      VALUE +0 COMP.
      *
         05        WS-DATA-FIM         PIC  9(008)      VALUE ZEROS.
         05        WS-DATA-FIM-R       REDEFINES        WS-DATA-FIM.
           10      WS-FIM-ANO          PIC  9(004).
           10      WS-FIM-MES          PIC  9(002).
           10      WS-FIM-DIA          PIC  9(002).
      *
         05        WS-DATA-DBF         PIC  9(008)      VALUE ZEROS.
         05        WS-DATA-DBF-R       REDEFINES        WS-DATA-DBF.
           10      WS-DBF-ANO          PIC  9(004).
           10      WS-DBF-MES          PIC  9(002).
           10      WS-DBF-DIA          PIC  9(002).
      *
         05        WCAL-QUOC           PIC S9(009)      VALUE +0 COMP.
         05        WCAL-RESTO          PIC S9(009)      VALUE +0 COMP.
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
               ' RG1882B  '.
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
           DISPLAY      'RG1882B - INICIO DE EXECUCAO (' WS-DATA-CURR
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
           OPEN          OUTPUT            ESTUFRS.
      *
           IF  EST-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0000 - ERRO NO OPEN DO ARQ ESTUFRS'
               DISPLAY  'STATUS  - '  EST-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
           OPEN          OUTPUT            RELATO.
      *
           IF  REL-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0000 - ERRO NO OPEN DO ARQ RELATO'
               DISPLAY  'STATUS  - '  REL-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
           MOVE      PER-MES-REFER (1)   TO         LTI-MES-INI.
           MOVE      PER-ANO-REFER (1)   TO         LTI-ANO-INI.
           MOVE      PER-MES-REFER (12)  TO         LTI-MES-FIM.
           MOVE      PER-ANO-REFER (12)  TO         LTI-ANO-FIM.
           MOVE      WS-DATA-CURR        TO         LTI-DATA-EMIS.
      *
           MOVE      LIN-TITULO          TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
           MOVE      LIN-SEPARADOR       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           PERFORM   R0180-00-GRAVA-HEADER.
      *
           SORT          ARQSORT
                         ON  ASCENDING   KEY      SRT-UF-RISCO
                                                  SRT-RAMO-SUSEP
                                                  SRT-COD-CIA
                                                  SRT-IND-MES
                         INPUT   PROCEDURE  IS
                                 R0200-00-LIBERA-EMISSAO
                         OUTPUT  PROCEDURE  IS
                                 R0500-00-MONTA-MATRIZ.
      *
           IF  SORT-RETURN  NOT  EQUAL  ZEROS
               DISPLAY  'R0000 - ERRO NA CLASSIFICACAO DO ARQSORT'
               DISPLAY  'SORT-RETURN - '  SORT-RETURN
               GO   TO   R9999-00-ROT-ERRO.
      *
           PERFORM   R0700-00-GRAVA-TRAILER.
      *
           PERFORM   R0800-00-CONCILIA-PREMIT.
      *
           PERFORM   R0850-00-CONCILIA-CEDIDO.
      *
           CLOSE         ESTUFRS
                         RELATO.
      *
           DISPLAY   'REGISTROS DO PREMIT LIDOS       - '
                      AC-L-PREMIT.
           DISPLAY   'GRUPOS APOLICE/ENDOSSO/OPERACAO - '
                      AC-L-GRUPOS.
           DISPLAY   'REGISTROS COM VARIAS UFS RISCO  - '
                      AC-L-VARIAS-UF.
           DISPLAY   'REGISTROS COM UF DA DEPENDENCIA - '
                      AC-L-UF-DEP.
           DISPLAY   'REGISTROS SEM UF                - '
                      AC-L-SEM-UF.
           DISPLAY   'REGISTROS CLASSIFICADOS         - '
                      AC-R-SORT.
           DISPLAY   'UF/RAMO/CIA NA MATRIZ           - '
                      AC-L-CHAVES.
           DISPLAY   'REG. GRAVADOS ESTUFRS           - '
                      AC-G-ESTUFRS.
           DISPLAY   'MESES COM TRAILER DO PREMIT     - '
                      AC-L-MESES-TRAILER.
           DISPLAY   'MESES DIVERGENTES NO FECHAMENTO - '
                      AC-L-MESES-DIVERG.
      *
           MOVE      '00:00:00'          TO         WS-HORA-CURR.
      *
           ACCEPT     WS-HORA-ACCEPT     FROM       TIME.
           MOVE       WS-HOR-ACCEPT      TO         WS-HOR-CURR.
           MOVE       WS-MIN-ACCEPT      TO         WS-MIN-CURR.
           MOVE       WS-SEG-ACCEPT      TO         WS-SEG-CURR.
      *
           DISPLAY   'RG1882B - FINAL DE EXECUCAO  (' WS-DATA-CURR
                                          ' - '       WS-HORA-CURR ')'.
      *
           IF  CTL-HA-DIVERGENCIA
               DISPLAY '*---   RG1882B  -  FECHAMENTO COM DIVERGENCIA '
                       '-  VIDE RELATO   ---*'
               MOVE   4           TO     RETURN-CODE
           ELSE
               DISPLAY '*---   RG1882B  -  FIM  NORMAL   ---*'
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
      *--* COLUNAS 5-6 EM BRANCO VALEM COMO ZEROS (ANO CIVIL)
      *
           IF  SYSIN-MES-INI  NOT  NUMERIC
               MOVE   ZEROS              TO         SYSIN-MES-INI.
      *
           IF  SYSIN-MES-INI  EQUAL  ZEROS
               MOVE   01                 TO         SYSIN-MES-INI.
      *
           IF  SYSIN-ANO-INI  NOT  NUMERIC   OR
               SYSIN-ANO-INI  EQUAL  ZEROS   OR
               SYSIN-MES-INI  GREATER  12
               DISPLAY  'R0100 - PERIODO INVALIDO NO CARTAO SYSIN '
                        '(AAAAMM - PRIMEIRO MES DA JANELA)'
               GO   TO   R9999-00-ROT-ERRO.
      *
       R0100-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* OS 12 MESES DA JANELA A PARTIR DO MES INFORMADO, A FAIXA
      *--* AAAAMM DA LEITURA DO HISTORICO E O ULTIMO DIA DO ULTIMO MES
      *--* (PERIODO DO HEADER).
      *
       R0150-00-DEFINE-JANELA      SECTION.
      *-------------------------------------
      *
           MOVE         '015'            TO               WNR-EXEC-SQL.
      *
           COMPUTE   WS-MESES-INI  =  (SYSIN-ANO-INI  *  12)
                                   +   SYSIN-MES-INI  -  1.
      *
           INITIALIZE                    PER-TAB-AREA.
      *
           PERFORM   R0160-00-MONTA-MES
                     VARYING   WS-IND-MES  FROM  1  BY  1
                     UNTIL     WS-IND-MES  GREATER  12.
      *
           COMPUTE   WHOST-AAMM-INI  =  (PER-ANO-REFER (1)   *  100)
                                     +   PER-MES-REFER (1).
           COMPUTE   WHOST-AAMM-FIM  =  (PER-ANO-REFER (12)  *  100)
                                     +   PER-MES-REFER (12).
      *
           MOVE      PER-ANO-REFER (12)  TO         WS-FIM-ANO.
           MOVE      PER-MES-REFER (12)  TO         WS-FIM-MES.
           MOVE      WTAB-DIAS-NO-MES (WS-FIM-MES)
                                         TO         WS-FIM-DIA.
      *
           IF  WS-FIM-MES  EQUAL  02
               DIVIDE    WS-FIM-ANO  BY  4
                         GIVING  WCAL-QUOC  REMAINDER  WCAL-RESTO
               IF  WCAL-RESTO  EQUAL  ZEROS
                   DIVIDE    WS-FIM-ANO  BY  100
                             GIVING  WCAL-QUOC  REMAINDER  WCAL-RESTO
                   IF  WCAL-RESTO  NOT  EQUAL  ZEROS
                       MOVE  29  TO  WS-FIM-DIA
                   ELSE
                       DIVIDE  WS-FIM-ANO  BY  400
                               GIVING  WCAL-QUOC
                               REMAINDER  WCAL-RESTO
                       IF  WCAL-RESTO  EQUAL  ZEROS
                           MOVE  29  TO  WS-FIM-DIA
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
           DISPLAY   'RG1882B - ESTATISTICA POR UF DE RISCO - MESES '
                     WHOST-AAMM-INI  ' A '  WHOST-AAMM-FIM.
      *
       R0150-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0160-00-MONTA-MES          SECTION.
      *-------------------------------------
      *
           COMPUTE   WS-MESES-AUX  =  WS-MESES-INI  +  WS-IND-MES  -  1.
      *
           DIVIDE    WS-MESES-AUX  BY  12
                     GIVING  WS-ANO-AUX  REMAINDER  WS-MES-AUX.
      *
           MOVE      WS-ANO-AUX     TO    PER-ANO-REFER (WS-IND-MES).
           COMPUTE   PER-MES-REFER (WS-IND-MES)  =  WS-MES-AUX  +  1.
      *
       R0160-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0180-00-GRAVA-HEADER       SECTION.
      *-------------------------------------
      *
           MOVE      'RG1882B'           TO         HDR-PROGRAMA.
           MOVE      PER-ANO-REFER (12)  TO         HDR-ANO-REFER.
           MOVE      PER-MES-REFER (12)  TO         HDR-MES-REFER.
      *
           MOVE      PER-ANO-REFER (1)   TO         WS-DBF-ANO.
           MOVE      PER-MES-REFER (1)   TO         WS-DBF-MES.
           MOVE      01                  TO         WS-DBF-DIA.
           MOVE      WS-DATA-DBF         TO         HDR-PERI-INICIAL.
           MOVE      WS-DATA-FIM         TO         HDR-PERI-FINAL.
      *
           MOVE      WS-ANO-CURR         TO         WS-DBF-ANO.
           MOVE      WS-MES-CURR         TO         WS-DBF-MES.
           MOVE      WS-DIA-CURR         TO         WS-DBF-DIA.
           MOVE      WS-DATA-DBF         TO         HDR-DATA-GERACAO.
      *
           WRITE     REG-ESTUFRS         FROM       REGT-ARQ-HEADER.
      *
           IF  EST-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0180 - ERRO NO WRITE DO HEADER DO ESTUFRS'
               DISPLAY  'STATUS  - '  EST-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
       R0180-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* REGISTROS DO PREMIT DA JANELA, COM O COSSEGURO CEDIDO DO
      *--* GRUPO (SOMA DO PREMCED DO MESMO ANO/MES, RAMO_SUSEP,
      *--* APOLICE, ENDOSSO E OPERACAO), NA ORDEM DO GRUPO. O CEDIDO
      *--* VEM REPETIDO EM CADA REGISTRO DO GRUPO E SO E CONSIDERADO NO
      *--* PRIMEIRO (R0300).
      *
       R0200-00-LIBERA-EMISSAO     SECTION.
      *-------------------------------------
      *
           MOVE         '020'            TO               WNR-EXEC-SQL.
      *
           EXEC  SQL  DECLARE   EMITIDOS   CURSOR   FOR
              SELECT  H.ANO_REFERENCIA,
                      H.MES_REFERENCIA,
                      H.RAMO_SUSEP,
                      H.NUM_APOLICE,
                      H.NRENDOS,
                      H.TIPO_OPERACAO,
                      H.VLR_PREMIO_EMITIDO,
                      VALUE(C.QTD_CED, 0),
                      VALUE(C.VLR_CED, 0),
                      H.REGISTRO_PREMIT
                FROM  SEGUROS.PREMIT_HISTORICO  H
                LEFT  JOIN
                      (SELECT  ANO_REFERENCIA,
                               MES_REFERENCIA,
                               RAMO_SUSEP,
                               NUM_APOLICE,
                               NRENDOS,
                               TIPO_OPERACAO,
                               COUNT(*)               AS  QTD_CED,
                               SUM(VLR_PR_COS_CED)    AS  VLR_CED
                         FROM  SEGUROS.PREMCED_HISTORICO
                        WHERE  (ANO_REFERENCIA * 100 + MES_REFERENCIA)
                               BETWEEN  :WHOST-AAMM-INI
                                   AND  :WHOST-AAMM-FIM
                        GROUP  BY
                               ANO_REFERENCIA,
                               MES_REFERENCIA,
                               RAMO_SUSEP,
                               NUM_APOLICE,
                               NRENDOS,
                               TIPO_OPERACAO
                      )  C
                  ON  C.ANO_REFERENCIA       =  H.ANO_REFERENCIA
                 AND  C.MES_REFERENCIA       =  H.MES_REFERENCIA
                 AND  C.RAMO_SUSEP           =  H.RAMO_SUSEP
                 AND  C.NUM_APOLICE          =  H.NUM_APOLICE
                 AND  C.NRENDOS              =  H.NRENDOS
                 AND  C.TIPO_OPERACAO        =  H.TIPO_OPERACAO
               WHERE  (H.ANO_REFERENCIA * 100 + H.MES_REFERENCIA)
                      BETWEEN  :WHOST-AAMM-INI
                          AND  :WHOST-AAMM-FIM
               ORDER  BY
                      H.ANO_REFERENCIA,
                      H.MES_REFERENCIA,
                      H.RAMO_SUSEP,
                      H.NUM_APOLICE,
                      H.NRENDOS,
                      H.TIPO_OPERACAO,
                      H.NUM_SEQ
                WITH  UR
           END-EXEC.
      *
           EXEC  SQL   OPEN   EMITIDOS      END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               DISPLAY 'R0200 - ERRO NO OPEN DO CURSOR EMITIDOS'
               GO   TO  R9999-00-ROT-ERRO.
      *
           MOVE      SPACES              TO         WFIM-EMITIDOS.
           MOVE      ZEROS               TO         WCHV-ANO-REFER.
      *
           PERFORM   R0220-00-FETCH-EMITIDOS  UNTIL
                     WFIM-EMITIDOS  NOT  EQUAL  SPACES.
      *
       R0200-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0220-00-FETCH-EMITIDOS     SECTION.
      *-------------------------------------
      *
           MOVE         '022'            TO               WNR-EXEC-SQL.
      *
           EXEC  SQL     FETCH           EMITIDOS
                 INTO   :WHOST-ANO-REFER,
                        :WHOST-MES-REFER,
                        :WHOST-RAMO-SUSEP,
                        :WHOST-NUM-APOL,
                        :WHOST-NRENDOS,
                        :WHOST-TIPO-OPER,
                        :WHOST-VLR-PREMIO,
                        :WHOST-QTD-CED,
                        :WHOST-VLR-CEDIDO,
                        :WHOST-REG-PREMIT
           END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               IF  SQLCODE       EQUAL  100
                   MOVE     'S'  TO     WFIM-EMITIDOS
                   EXEC     SQL  CLOSE      EMITIDOS   END-EXEC
                   GO       TO   R0220-99-SAIDA
               ELSE
                   DISPLAY 'R0220 - ERRO DE FETCH NO CURSOR EMITIDOS'
                   GO   TO  R9999-00-ROT-ERRO
               END-IF.
      *
           PERFORM   R0300-00-TRATA-REGISTRO.
      *
       R0220-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* NO PRIMEIRO REGISTRO DE CADA GRUPO ENTRAM O COSSEGURO CEDIDO
      *--* DO GRUPO E, NA EMISSAO DA APOLICE (TIPO-MOV 101, POSICAO 47),
      *--* A APOLICE E OS SEGURADOS (EMI-QTD-SEG, POSICAO 192). O
      *--* PREMIO EMITIDO ENTRA EM TODOS OS REGISTROS.
      *
       R0300-00-TRATA-REGISTRO     SECTION.
      *-------------------------------------
      *
           MOVE         '030'            TO               WNR-EXEC-SQL.
      *
           MOVE      WHOST-REG-PREMIT    TO         ENT-PREMIT.
      *
           ADD       1                   TO         AC-L-PREMIT.
      *
           COMPUTE   WS-MESES-AUX  =  (WHOST-ANO-REFER  *  12)
                                   +   WHOST-MES-REFER  -  1
                                   -   WS-MESES-INI  +  1.
      *
           IF  WS-MESES-AUX  LESS  1  OR
               WS-MESES-AUX  GREATER  12
               DISPLAY 'R0300 - MES DO HISTORICO FORA DA JANELA'
               DISPLAY 'PERIODO  - ' WHOST-MES-REFER '/' WHOST-ANO-REFER
               GO   TO  R9999-00-ROT-ERRO.
      *
           MOVE      WS-MESES-AUX        TO         WS-IND-MES.
      *
           ADD       1              TO    PER-QTD-LIDOS (WS-IND-MES).
      *
           MOVE      ZEROS               TO         WS-VLR-CEDIDO
                                                    WS-QTD-APOL
                                                    WS-QTD-SEG.
      *
           IF  WHOST-ANO-REFER   NOT  EQUAL  WCHV-ANO-REFER   OR
               WHOST-MES-REFER   NOT  EQUAL  WCHV-MES-REFER   OR
               WHOST-RAMO-SUSEP  NOT  EQUAL  WCHV-RAMO-SUSEP  OR
               WHOST-NUM-APOL    NOT  EQUAL  WCHV-NUM-APOL    OR
               WHOST-NRENDOS     NOT  EQUAL  WCHV-NRENDOS     OR
               WHOST-TIPO-OPER   NOT  EQUAL  WCHV-TIPO-OPER
               PERFORM  R0310-00-NOVO-GRUPO.
      *
      *--* LISTA DE UFS DE RISCO; SEM UF DE RISCO, UF DA DEPENDENCIA
      *
           MOVE      ENT-EMI-UF-RISCO    TO         WS-LISTA-UF.
           MOVE      ZEROS               TO         WS-QTD-UF.
      *
           PERFORM   R0320-00-CONTA-UF
                     VARYING   UF-IDX  FROM  1  BY  1
                     UNTIL     WS-LST-UF (UF-IDX)  EQUAL  SPACES.
      *
           IF  WS-QTD-UF  EQUAL  ZEROS
               MOVE   ENT-EMI-UF-DEP     TO         WS-LST-UF (1)
               MOVE   1                  TO         WS-QTD-UF
               ADD    1                  TO         AC-L-UF-DEP
               IF  ENT-EMI-UF-DEP  EQUAL  SPACES
                   DISPLAY 'R0300 - REGISTRO SEM UF DE RISCO E SEM UF '
                           'DA DEPENDENCIA'
                   DISPLAY 'APOLICE  - ' WHOST-NUM-APOL
                   DISPLAY 'ENDOSSO  - ' WHOST-NRENDOS
                   ADD    1              TO         AC-L-SEM-UF
                   MOVE   'S'            TO         CTL-SW-DIVERGENCIA
               END-IF
           END-IF.
      *
           IF  WS-QTD-UF  GREATER  1
               ADD    1                  TO         AC-L-VARIAS-UF.
      *
      *--* RATEIO EM PARTES IGUAIS; A SOBRA FICA NA PRIMEIRA UF
      *
           COMPUTE   WS-PREMIO-PARTE  =  WHOST-VLR-PREMIO  /  WS-QTD-UF.
           COMPUTE   WS-PREMIO-RESTO  =  WHOST-VLR-PREMIO
                                      - (WS-PREMIO-PARTE  *  WS-QTD-UF).
      *
           COMPUTE   WS-CEDIDO-PARTE  =  WS-VLR-CEDIDO  /  WS-QTD-UF.
           COMPUTE   WS-CEDIDO-RESTO  =  WS-VLR-CEDIDO
                                      - (WS-CEDIDO-PARTE  *  WS-QTD-UF).
      *
           DIVIDE    WS-QTD-APOL  BY  WS-QTD-UF
                     GIVING  WS-APOL-PARTE  REMAINDER  WS-APOL-RESTO.
           DIVIDE    WS-QTD-SEG   BY  WS-QTD-UF
                     GIVING  WS-SEG-PARTE   REMAINDER  WS-SEG-RESTO.
      *
           PERFORM   R0340-00-LIBERA-UF
                     VARYING   UF-IDX  FROM  1  BY  1
                     UNTIL     UF-IDX  GREATER  WS-QTD-UF.
      *
       R0300-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0310-00-NOVO-GRUPO         SECTION.
      *-------------------------------------
      *
           ADD       1                   TO         AC-L-GRUPOS.
      *
           MOVE      WHOST-ANO-REFER     TO         WCHV-ANO-REFER.
           MOVE      WHOST-MES-REFER     TO         WCHV-MES-REFER.
           MOVE      WHOST-RAMO-SUSEP    TO         WCHV-RAMO-SUSEP.
           MOVE      WHOST-NUM-APOL      TO         WCHV-NUM-APOL.
           MOVE      WHOST-NRENDOS       TO         WCHV-NRENDOS.
           MOVE      WHOST-TIPO-OPER     TO         WCHV-TIPO-OPER.
      *
           MOVE      WHOST-VLR-CEDIDO    TO         WS-VLR-CEDIDO.
           ADD       WHOST-QTD-CED  TO    PER-QTD-CED (WS-IND-MES).
      *
           IF  ENT-EMI-TIPO-MOV  EQUAL  101
               MOVE   1                  TO         WS-QTD-APOL
               IF  ENT-EMI-QTD-SEG  NUMERIC
                   MOVE  ENT-EMI-QTD-SEG TO         WS-QTD-SEG
               END-IF
           END-IF.
      *
       R0310-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0320-00-CONTA-UF           SECTION.
      *-------------------------------------
      *
           ADD       1                   TO         WS-QTD-UF.
      *
       R0320-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0340-00-LIBERA-UF          SECTION.
      *-------------------------------------
      *
           MOVE      WS-LST-UF (UF-IDX)  TO         SRT-UF-RISCO.
           MOVE      WHOST-RAMO-SUSEP    TO         SRT-RAMO-SUSEP.
           MOVE      ENT-EMI-COD-CIA     TO         SRT-COD-CIA.
           MOVE      WS-IND-MES          TO         SRT-IND-MES.
      *
           MOVE      WS-PREMIO-PARTE     TO         SRT-PREMIO.
           MOVE      WS-CEDIDO-PARTE     TO         SRT-CEDIDO.
           MOVE      WS-APOL-PARTE       TO         SRT-QTD-APOL.
           MOVE      WS-SEG-PARTE        TO         SRT-QTD-SEG.
      *
           IF  UF-IDX  EQUAL  1
               ADD    WS-PREMIO-RESTO    TO         SRT-PREMIO
               ADD    WS-CEDIDO-RESTO    TO         SRT-CEDIDO
               ADD    WS-APOL-RESTO      TO         SRT-QTD-APOL
               ADD    WS-SEG-RESTO       TO         SRT-QTD-SEG.
      *
           RELEASE   REG-SORT.
      *
           ADD       1                   TO         AC-R-SORT.
      *
       R0340-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* MATRIZ NA ORDEM UF DE RISCO / RAMO_SUSEP / COD-CIA / MES:
      *--* ACUMULA OS 12 MESES DE CADA UF/RAMO_SUSEP/COD-CIA E GRAVA O
      *--* MES COM MOVIMENTO E O ACUMULADO NA QUEBRA (R0560), COM
      *--* SUBTOTAL POR UF E TOTAL GERAL.
      *
       R0500-00-MONTA-MATRIZ       SECTION.
      *-------------------------------------
      *
           MOVE      'MATRIZ POR UF DE RISCO / RAMO_SUSEP / COD-CIA'
                                         TO         LSU-TEXTO.
           MOVE      '/ MES'             TO         LSU-TEXTO (47:5).
           MOVE      LIN-SUBTITULO       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
           MOVE      LIN-CABEC-MTZ       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           MOVE      SPACES              TO         WFIM-SORT.
           MOVE      HIGH-VALUES         TO         WS-UF-ANT.
      *
           PERFORM   R0510-00-RETORNA-SORT.
      *
           PERFORM   R0520-00-PROCESSA-SORT  UNTIL
                     WFIM-SORT  NOT  EQUAL  SPACES.
      *
           IF  WS-UF-ANT  NOT  EQUAL  HIGH-VALUES
               PERFORM  R0560-00-FECHA-CHAVE
               PERFORM  R0580-00-FECHA-UF.
      *
           MOVE      'TOTAL GERAL'       TO         LTM-TEXTO.
           MOVE      CTL-PREMIO          TO         LTM-PREMIO.
           MOVE      CTL-CEDIDO          TO         LTM-CEDIDO.
           MOVE      CTL-QTD-APOL        TO         LTM-QTDE-APOL.
           MOVE      CTL-QTD-SEG         TO         LTM-QTDE-SEG.
      *
           MOVE      LIN-TOTAL-MTZ       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
           MOVE      LIN-SEPARADOR       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
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
           IF  SRT-UF-RISCO    NOT  EQUAL  WS-UF-ANT    OR
               SRT-RAMO-SUSEP  NOT  EQUAL  WS-RAMO-ANT  OR
               SRT-COD-CIA     NOT  EQUAL  WS-CIA-ANT
               IF  WS-UF-ANT  NOT  EQUAL  HIGH-VALUES
                   PERFORM  R0560-00-FECHA-CHAVE
                   IF  SRT-UF-RISCO  NOT  EQUAL  WS-UF-ANT
                       PERFORM  R0580-00-FECHA-UF
                   END-IF
               END-IF
               PERFORM  R0540-00-INICIA-CHAVE.
      *
           ADD       1              TO    MTZ-QTD-REG  (SRT-IND-MES).
           ADD       SRT-QTD-APOL   TO    MTZ-QTD-APOL (SRT-IND-MES).
           ADD       SRT-QTD-SEG    TO    MTZ-QTD-SEG  (SRT-IND-MES).
           ADD       SRT-PREMIO     TO    MTZ-PREMIO   (SRT-IND-MES).
           ADD       SRT-CEDIDO     TO    MTZ-CEDIDO   (SRT-IND-MES).
      *
           ADD       SRT-PREMIO     TO    PER-PREMIO   (SRT-IND-MES).
           ADD       SRT-CEDIDO     TO    PER-CEDIDO   (SRT-IND-MES).
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
       R0540-00-INICIA-CHAVE       SECTION.
      *-------------------------------------
      *
           IF  SRT-UF-RISCO  NOT  EQUAL  WS-UF-ANT
               MOVE   ZEROS              TO         UFT-QTD-APOL
                                                    UFT-QTD-SEG
                                                    UFT-PREMIO
                                                    UFT-CEDIDO.
      *
           MOVE      SRT-UF-RISCO        TO         WS-UF-ANT.
           MOVE      SRT-RAMO-SUSEP      TO         WS-RAMO-ANT.
           MOVE      SRT-COD-CIA         TO         WS-CIA-ANT.
      *
           INITIALIZE                    MTZ-TAB-AREA.
      *
       R0540-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* FECHA A UF/RAMO_SUSEP/COD-CIA: UM REGISTRO 'D' POR MES COM
      *--* MOVIMENTO E O REGISTRO 'A' DO ACUMULADO NOS 12 MESES.
      *
       R0560-00-FECHA-CHAVE        SECTION.
      *-------------------------------------
      *
           ADD       1                   TO         AC-L-CHAVES.
      *
           MOVE      ZEROS               TO         CHV-QTD-APOL
                                                    CHV-QTD-SEG
                                                    CHV-PREMIO
                                                    CHV-CEDIDO.
      *
           PERFORM   R0565-00-GRAVA-MES
                     VARYING   WS-IND-MES  FROM  1  BY  1
                     UNTIL     WS-IND-MES  GREATER  12.
      *
           MOVE      'A'                 TO         EST-TIPO-REG.
           MOVE      PER-ANO-REFER (12)  TO         EST-ANO-REFER.
           MOVE      PER-MES-REFER (12)  TO         EST-MES-REFER.
           MOVE      CHV-QTD-APOL        TO         EST-QTDE-APOL.
           MOVE      CHV-QTD-SEG         TO         EST-QTDE-SEG.
           MOVE      CHV-PREMIO          TO         EST-PREMIO.
           MOVE      CHV-CEDIDO          TO         EST-CEDIDO.
      *
           PERFORM   R0600-00-GRAVA-ESTUFRS.
      *
           MOVE      WS-UF-ANT           TO         LM-UF-RISCO.
           MOVE      WS-RAMO-ANT         TO         LM-RAMO-SUSEP.
           MOVE      WS-CIA-ANT          TO         LM-COD-CIA.
           MOVE      'ACUMUL.'           TO         LM-PERIODO.
           MOVE      CHV-PREMIO          TO         LM-PREMIO.
           MOVE      CHV-CEDIDO          TO         LM-CEDIDO.
           MOVE      CHV-QTD-APOL        TO         LM-QTDE-APOL.
           MOVE      CHV-QTD-SEG         TO         LM-QTDE-SEG.
      *
           MOVE      LIN-MATRIZ          TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           ADD       CHV-QTD-APOL        TO         UFT-QTD-APOL.
           ADD       CHV-QTD-SEG         TO         UFT-QTD-SEG.
           ADD       CHV-PREMIO          TO         UFT-PREMIO.
           ADD       CHV-CEDIDO          TO         UFT-CEDIDO.
      *
       R0560-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0565-00-GRAVA-MES          SECTION.
      *-------------------------------------
      *
           IF  MTZ-QTD-REG (WS-IND-MES)  EQUAL  ZEROS
               GO   TO  R0565-99-SAIDA.
      *
           MOVE      'D'                 TO         EST-TIPO-REG.
           MOVE      PER-ANO-REFER (WS-IND-MES)
                                         TO         EST-ANO-REFER.
           MOVE      PER-MES-REFER (WS-IND-MES)
                                         TO         EST-MES-REFER.
           MOVE      MTZ-QTD-APOL (WS-IND-MES)
                                         TO         EST-QTDE-APOL.
           MOVE      MTZ-QTD-SEG (WS-IND-MES)
                                         TO         EST-QTDE-SEG.
           MOVE      MTZ-PREMIO (WS-IND-MES)
                                         TO         EST-PREMIO.
           MOVE      MTZ-CEDIDO (WS-IND-MES)
                                         TO         EST-CEDIDO.
      *
           PERFORM   R0600-00-GRAVA-ESTUFRS.
      *
           MOVE      WS-UF-ANT           TO         LM-UF-RISCO.
           MOVE      WS-RAMO-ANT         TO         LM-RAMO-SUSEP.
           MOVE      WS-CIA-ANT          TO         LM-COD-CIA.
           MOVE      PER-MES-REFER (WS-IND-MES)
                                         TO         LM-MES-REFER.
           MOVE      '/'                 TO         LM-BARRA.
           MOVE      PER-ANO-REFER (WS-IND-MES)
                                         TO         LM-ANO-REFER.
           MOVE      MTZ-PREMIO (WS-IND-MES)
                                         TO         LM-PREMIO.
           MOVE      MTZ-CEDIDO (WS-IND-MES)
                                         TO         LM-CEDIDO.
           MOVE      MTZ-QTD-APOL (WS-IND-MES)
                                         TO         LM-QTDE-APOL.
           MOVE      MTZ-QTD-SEG (WS-IND-MES)
                                         TO         LM-QTDE-SEG.
      *
           MOVE      LIN-MATRIZ          TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           ADD       MTZ-QTD-APOL (WS-IND-MES)  TO  CHV-QTD-APOL.
           ADD       MTZ-QTD-SEG  (WS-IND-MES)  TO  CHV-QTD-SEG.
           ADD       MTZ-PREMIO   (WS-IND-MES)  TO  CHV-PREMIO.
           ADD       MTZ-CEDIDO   (WS-IND-MES)  TO  CHV-CEDIDO.
      *
       R0565-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0580-00-FECHA-UF           SECTION.
      *-------------------------------------
      *
           MOVE      'TOTAL DA UF'       TO         LTM-TEXTO.
           MOVE      WS-UF-ANT           TO         LTM-TEXTO (13:2).
           MOVE      UFT-PREMIO          TO         LTM-PREMIO.
           MOVE      UFT-CEDIDO          TO         LTM-CEDIDO.
           MOVE      UFT-QTD-APOL        TO         LTM-QTDE-APOL.
           MOVE      UFT-QTD-SEG         TO         LTM-QTDE-SEG.
      *
           MOVE      LIN-TOTAL-MTZ       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
           MOVE      LIN-SEPARADOR       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           ADD       UFT-QTD-APOL        TO         CTL-QTD-APOL.
           ADD       UFT-QTD-SEG         TO         CTL-QTD-SEG.
           ADD       UFT-PREMIO          TO         CTL-PREMIO.
           ADD       UFT-CEDIDO          TO         CTL-CEDIDO.
      *
       R0580-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0600-00-GRAVA-ESTUFRS      SECTION.
      *-------------------------------------
      *
           MOVE      WS-UF-ANT           TO         EST-UF-RISCO.
           MOVE      WS-RAMO-ANT         TO         EST-RAMO-SUSEP.
           MOVE      WS-CIA-ANT          TO         EST-COD-CIA.
      *
           WRITE     REG-ESTUFRS         FROM       REGT-ESTUFRS.
      *
           IF  EST-STATUS  NOT  EQUAL  ZEROS
               DISPLAY 'R0600 - ERRO NO WRITE DO ARQ ESTUFRS'
               DISPLAY 'STATUS   - '  EST-STATUS
               DISPLAY 'UF       - '  EST-UF-RISCO
               DISPLAY 'RAMO     - '  EST-RAMO-SUSEP
               DISPLAY 'CIA      - '  EST-COD-CIA
               GO   TO  R9999-00-ROT-ERRO.
      *
           ADD       1                   TO         AC-G-ESTUFRS.
      *
       R0600-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* TRAILER DO ESTUFRS: QUANTIDADE DE REGISTROS 'D'/'A' E TOTAL
      *--* DO PREMIO EMITIDO NA JANELA.
      *
       R0700-00-GRAVA-TRAILER      SECTION.
      *-------------------------------------
      *
           ACCEPT    WS-HORA-ACCEPT      FROM       TIME.
      *
           MOVE      WS-HORA-ACCEPT      TO         TRL-HORA-GERACAO.
           MOVE      AC-G-ESTUFRS        TO         TRL-QTDE-REG.
           MOVE      CTL-PREMIO          TO         TRL-VLR-TOTAL.
      *
           WRITE     REG-ESTUFRS         FROM       REGT-ARQ-TRAILER.
      *
           IF  EST-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0700 - ERRO NO WRITE DO TRAILER DO ESTUFRS'
               DISPLAY  'STATUS  - '  EST-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
       R0700-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* FECHAMENTO DO PREMIO EMITIDO: PARA CADA MES, TRAILER DO
      *--* PREMIT (PREMIT_TRAILER) X REGISTROS LIDOS DO HISTORICO E
      *--* PREMIO DO MES NA MATRIZ; NO TOTAL, SOMA DOS TRAILERS X TOTAL
      *--* GERAL DA MATRIZ.
      *
       R0800-00-CONCILIA-PREMIT    SECTION.
      *-------------------------------------
      *
           MOVE      'FECHAMENTO DO PREMIO EMITIDO COM OS TRAILERS DO '
                                         TO         LSU-TEXTO.
           MOVE      'PREMIT'            TO         LSU-TEXTO (49:6).
           MOVE      LIN-SUBTITULO       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
           MOVE      LIN-CABEC-CNC       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           PERFORM   R0820-00-CONCILIA-MES
                     VARYING   WS-IND-MES  FROM  1  BY  1
                     UNTIL     WS-IND-MES  GREATER  12.
      *
      *--* TOTAL DA JANELA: SOMA DOS TRAILERS X MATRIZ
      *
           MOVE      LIN-SEPARADOR       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           COMPUTE   WS-VLR-DIFERENCA  =  CNC-VLR-TRAILER
                                       -  CTL-PREMIO.
      *
           MOVE      'PERIODO'           TO         LC-PERIODO.
           MOVE      CNC-QTD-TRAILER     TO         LC-QTDE-TRAILER.
           MOVE      CNC-QTD-HIST        TO         LC-QTDE-HIST.
           MOVE      CNC-VLR-TRAILER     TO         LC-VLR-TRAILER.
           MOVE      CTL-PREMIO          TO         LC-VLR-HIST.
           MOVE      WS-VLR-DIFERENCA    TO         LC-VLR-DIFERENCA.
      *
           IF  WS-VLR-DIFERENCA    EQUAL  ZEROS             AND
               CNC-QTD-TRAILER     EQUAL  CNC-QTD-HIST      AND
               AC-L-MESES-TRAILER  EQUAL  12
               MOVE   'PERIODO OK'       TO         LC-SITUACAO
           ELSE
               MOVE   'PER. DIVERGENTE'  TO         LC-SITUACAO
               MOVE   'S'                TO         CTL-SW-DIVERGENCIA.
      *
           MOVE      LIN-CONCILIA        TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           DISPLAY   'PREMIO EMITIDO NOS TRAILERS     - '
                      LC-VLR-TRAILER.
           DISPLAY   'PREMIO EMITIDO NA MATRIZ        - '
                      LC-VLR-HIST.
      *
       R0800-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* MES SEM TRAILER NA PREMIT_TRAILER = PREMIT DO MES NAO
      *--* CARREGADO PELO RG1867B (ACAO 'C'), OU CARREGADO ANTES DE O
      *--* RG1867B PASSAR A GUARDAR O TRAILER (RECARREGAR O MES).
      *
       R0820-00-CONCILIA-MES       SECTION.
      *-------------------------------------
      *
           MOVE         '082'            TO               WNR-EXEC-SQL.
      *
           MOVE      PER-ANO-REFER (WS-IND-MES)
                                         TO         WHOST-ANO-REFER.
           MOVE      PER-MES-REFER (WS-IND-MES)
                                         TO         WHOST-MES-REFER.
      *
           MOVE      WHOST-MES-REFER     TO         LC-MES-REFER.
           MOVE      '/'                 TO         LC-BARRA.
           MOVE      WHOST-ANO-REFER     TO         LC-ANO-REFER.
      *
           ADD       PER-QTD-LIDOS (WS-IND-MES)   TO   CNC-QTD-HIST.
      *
           EXEC SQL  SELECT  QTD_REGISTROS,
                             VLR_TOTAL
                       INTO  :WHOST-QTD-TRAILER,
                             :WHOST-VLR-TRAILER
                       FROM  SEGUROS.PREMIT_TRAILER
                      WHERE  ANO_REFERENCIA  =  :WHOST-ANO-REFER
                        AND  MES_REFERENCIA  =  :WHOST-MES-REFER
                       WITH  UR
           END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               IF  SQLCODE       EQUAL  100
                   MOVE   ZEROS          TO         LC-QTDE-TRAILER
                                                    LC-VLR-TRAILER
                                                    LC-VLR-DIFERENCA
                   MOVE   PER-QTD-LIDOS (WS-IND-MES)
                                         TO         LC-QTDE-HIST
                   MOVE   PER-PREMIO (WS-IND-MES)
                                         TO         LC-VLR-HIST
                   MOVE  'MES SEM TRAILER' TO       LC-SITUACAO
                   MOVE   LIN-CONCILIA   TO         REG-RELATO
                   PERFORM  R0900-00-GRAVA-RELATO
                   ADD    1              TO         AC-L-MESES-DIVERG
                   MOVE   'S'            TO         CTL-SW-DIVERGENCIA
                   GO   TO  R0820-99-SAIDA
               ELSE
                   DISPLAY 'R0820 - ERRO NO SELECT DA PREMIT-TRAILER'
                   GO   TO  R9999-00-ROT-ERRO
               END-IF.
      *
           ADD       1                   TO         AC-L-MESES-TRAILER.
      *
           COMPUTE   WS-VLR-DIFERENCA  =  WHOST-VLR-TRAILER
                                       -  PER-PREMIO (WS-IND-MES).
      *
           MOVE      WHOST-QTD-TRAILER   TO         LC-QTDE-TRAILER.
           MOVE      PER-QTD-LIDOS (WS-IND-MES)
                                         TO         LC-QTDE-HIST.
           MOVE      WHOST-VLR-TRAILER   TO         LC-VLR-TRAILER.
           MOVE      PER-PREMIO (WS-IND-MES)
                                         TO         LC-VLR-HIST.
           MOVE      WS-VLR-DIFERENCA    TO         LC-VLR-DIFERENCA.
      *
           IF  WS-VLR-DIFERENCA   EQUAL  ZEROS  AND
               WHOST-QTD-TRAILER  EQUAL  PER-QTD-LIDOS (WS-IND-MES)
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
           ADD       WHOST-VLR-TRAILER   TO         CNC-VLR-TRAILER.
      *
       R0820-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* FECHAMENTO DO COSSEGURO CEDIDO: PARA CADA MES, REGISTROS E
      *--* VALOR DO PREMCED_HISTORICO X REGISTROS DO PREMCED ASSOCIADOS
      *--* A UM GRUPO DO PREMIT E CEDIDO DO MES NA MATRIZ. DIFERENCA =
      *--* PREMCED SEM REGISTRO DO PREMIT NO MESMO GRUPO.
      *
       R0850-00-CONCILIA-CEDIDO    SECTION.
      *-------------------------------------
      *
           MOVE      'FECHAMENTO DO COSSEGURO CEDIDO COM O PREMCED_HIST'
                                         TO         LSU-TEXTO.
           MOVE      'ORICO'             TO         LSU-TEXTO (50:5).
           MOVE      LIN-SUBTITULO       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
           MOVE      LIN-CABEC-CED       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           PERFORM   R0870-00-CONCILIA-CED-MES
                     VARYING   WS-IND-MES  FROM  1  BY  1
                     UNTIL     WS-IND-MES  GREATER  12.
      *
           MOVE      LIN-SEPARADOR       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           COMPUTE   WS-VLR-DIFERENCA  =  CNC-VLR-PREMCED
                                       -  CTL-CEDIDO.
      *
           MOVE      'PERIODO'           TO         LC-PERIODO.
           MOVE      CNC-QTD-PREMCED     TO         LC-QTDE-TRAILER.
           MOVE      CNC-QTD-CED-MTZ     TO         LC-QTDE-HIST.
           MOVE      CNC-VLR-PREMCED     TO         LC-VLR-TRAILER.
           MOVE      CTL-CEDIDO          TO         LC-VLR-HIST.
           MOVE      WS-VLR-DIFERENCA    TO         LC-VLR-DIFERENCA.
      *
           IF  WS-VLR-DIFERENCA  EQUAL  ZEROS  AND
               CNC-QTD-PREMCED   EQUAL  CNC-QTD-CED-MTZ
               MOVE   'PERIODO OK'       TO         LC-SITUACAO
           ELSE
               MOVE   'PER. DIVERGENTE'  TO         LC-SITUACAO
               MOVE   'S'                TO         CTL-SW-DIVERGENCIA.
      *
           MOVE      LIN-CONCILIA        TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           DISPLAY   'COSSEGURO CEDIDO NO PREMCED     - '
                      LC-VLR-TRAILER.
           DISPLAY   'COSSEGURO CEDIDO NA MATRIZ      - '
                      LC-VLR-HIST.
      *
       R0850-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0870-00-CONCILIA-CED-MES   SECTION.
      *-------------------------------------
      *
           MOVE         '087'            TO               WNR-EXEC-SQL.
      *
           MOVE      PER-ANO-REFER (WS-IND-MES)
                                         TO         WHOST-ANO-REFER.
           MOVE      PER-MES-REFER (WS-IND-MES)
                                         TO         WHOST-MES-REFER.
      *
           EXEC SQL  SELECT  COUNT(*),
                             VALUE(SUM(VLR_PR_COS_CED), 0)
                       INTO  :WHOST-QTD-HIST,
                             :WHOST-VLR-HIST
                       FROM  SEGUROS.PREMCED_HISTORICO
                      WHERE  ANO_REFERENCIA  =  :WHOST-ANO-REFER
                        AND  MES_REFERENCIA  =  :WHOST-MES-REFER
                       WITH  UR
           END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               DISPLAY 'R0870 - ERRO NO SELECT DA PREMCED-HISTORICO'
               GO   TO  R9999-00-ROT-ERRO.
      *
           COMPUTE   WS-VLR-DIFERENCA  =  WHOST-VLR-HIST
                                       -  PER-CEDIDO (WS-IND-MES).
      *
           MOVE      WHOST-MES-REFER     TO         LC-MES-REFER.
           MOVE      '/'                 TO         LC-BARRA.
           MOVE      WHOST-ANO-REFER     TO         LC-ANO-REFER.
           MOVE      WHOST-QTD-HIST      TO         LC-QTDE-TRAILER.
           MOVE      PER-QTD-CED (WS-IND-MES)
                                         TO         LC-QTDE-HIST.
           MOVE      WHOST-VLR-HIST      TO         LC-VLR-TRAILER.
           MOVE      PER-CEDIDO (WS-IND-MES)
                                         TO         LC-VLR-HIST.
           MOVE      WS-VLR-DIFERENCA    TO         LC-VLR-DIFERENCA.
      *
           IF  WS-VLR-DIFERENCA  EQUAL  ZEROS  AND
               WHOST-QTD-HIST    EQUAL  PER-QTD-CED (WS-IND-MES)
               MOVE   'OK'               TO         LC-SITUACAO
           ELSE
               MOVE   'CED SEM PREMIT'   TO         LC-SITUACAO
               MOVE   'S'                TO         CTL-SW-DIVERGENCIA.
      *
           MOVE      LIN-CONCILIA        TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           ADD       WHOST-QTD-HIST      TO         CNC-QTD-PREMCED.
           ADD       PER-QTD-CED (WS-IND-MES)     TO   CNC-QTD-CED-MTZ.
           ADD       WHOST-VLR-HIST      TO         CNC-VLR-PREMCED.
           ADD       PER-CEDIDO (WS-IND-MES)      TO   CNC-VLR-CED-MTZ.
      *
       R0870-99-SAIDA.
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
           CLOSE    ESTUFRS.
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
      *----RG1882B-----------------------------------------------------*
      *
