       IDENTIFICATION               DIVISION.
      *--------------------------------------
      *
       PROGRAM-ID.                  RG1881B.
      *
      *----------------------------------------------------------------*
      *   SISTEMA ................  REGISTROS GERAIS                   *
      *   PROGRAMA ...............  RG1881B                            *
      *----------------------------------------------------------------*
      *   ANALISTA ...............  GILSON                             *
      *   PROGRAMADOR ............  MARCELO AUGUSTO PRESTES  TE43017   *
      *   DATA CODIFICACAO .......  30/12/2026                         *
      *----------------------------------------------------------------*
      *   FUNCAO: CONSISTENCIA DA CADEIA DE ENDOSSOS ANTES DA          *
      *           LIBERACAO. A CRITICA DO RG1866B SO OLHA O GRUPO      *
      *           ISOLADO; AQUI CADA GRUPO (APOLICE, ENDOSSO, TIPO DE  *
      *           OPERACAO) DO PREMIT DO MES E CONFRONTADO COM TODO O  *
      *           HISTORICO DA APOLICE NA PREMIT_HISTORICO (CARREGADA  *
      *           PELO RG1867B), SEM O PROPRIO MES DE REFERENCIA:      *
      *           EC01 - ENDOSSO (NRENDOS > 0) CUJA APOLICE (NRENDOS   *
      *                  ZERO) NUNCA FOI ARQUIVADA, NEM NO HISTORICO   *
      *                  NEM NO PREMIT DO MES;                         *
      *           EC02 - CANCELAMENTO COM RESTITUICAO (EMI-TIPO-MOV    *
      *                  104/105) COM PREMIO RESTITUIDO MAIOR QUE TODO *
      *                  O PREMIO EMITIDO ATE AQUI NA APOLICE (EMISSAO *
      *                  E ENDOSSO COM PREMIO, EMI-TIPO-MOV 101/102,   *
      *                  DOS MESES ANTERIORES E DO PREMIT DO MES);     *
      *           EC03 - MESMA APOLICE/ENDOSSO/TIPO DE OPERACAO JA     *
      *                  ARQUIVADA EM OUTRO MES DE REFERENCIA;         *
      *           EC04 - INICIO DE VIGENCIA DO ENDOSSO ANTERIOR AO DO  *
      *                  ENDOSSO PRECEDENTE (MAIOR NRENDOS MENOR QUE O *
      *                  DO GRUPO, NO HISTORICO OU NO PREMIT DO MES).  *
      *           CADA OCORRENCIA E GRAVADA COM A CHAVE DO GRUPO, O    *
      *           ARQUIVAMENTO COM QUE CONFLITA E O CODIGO DO MOTIVO,  *
      *           PARA O CADASTRO CORRIGIR ANTES DO ENVIO. O RESULTADO *
      *           E REGISTRADO NA VERIFICACAO_PERIODO E, HAVENDO       *
      *           OCORRENCIA, O PROGRAMA TERMINA COM RETURN-CODE 4.    *
      *                                                                *
      * --------------------------------- -----------------    ------- *
      * TABELA                            VIEW                 ACESSO  *
      * --------------------------------- -----------------    ------- *
      * PREMIT HISTORICO                  PREMIT_HISTORICO     INPUT   *
      * VERIFICACAO DO PERIODO            VERIFICACAO_PERIODO  OUTPUT  *
      *----------------------------------------------------------------*
      * ARQUIVO                                                ACESSO  *
      *--------------------------------------------------------------- *
      * PREMIT   (GERADO PELO RG1866B/RG1868B)                 INPUT   *
      * SORTWK01 (CLASSIFICACAO POR APOLICE/ENDOSSO/OPERACAO)  WORK    *
      * ENDINCO  (OCORRENCIAS DA CADEIA DE ENDOSSOS)           OUTPUT  *
      * RELATO   (RELATORIO DAS OCORRENCIAS)                   OUTPUT  *
      *----------------------------------------------------------------*
      *  ALTERACAO - PROGRAMA CRIADO PARA CONFERIR A CADEIA DE         *
      *              ENDOSSOS DO PREMIT CONTRA O HISTORICO DAS         *
      *              APOLICES ANTES DA LIBERACAO.                      *
      * 30/12/2026 - MARCELO AUGUSTO PRESTES  TE43017  TAREFA - 431668 *
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
           SELECT     PREMIT
                      ASSIGN        TO        PREMIT
                      FILE  STATUS  IS        EMI-STATUS.
      *
           SELECT     ARQSORT
                      ASSIGN        TO        SORTWK01.
      *
           SELECT     ENDINCO
                      ASSIGN        TO        ENDINCO
                      FILE  STATUS  IS        INC-STATUS.
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
       FD              PREMIT
                       RECORD     810
                       RECORDING  MODE       F
                       BLOCK      CONTAINS   0  RECORDS
                       LABEL      RECORD        OMITTED.
      *
       01              REG-PREMIT            PIC  X(810).
      *
      *--* REGISTRO DE CLASSIFICACAO: UM POR DETALHE DO PREMIT, NA
      *--* ORDEM DA APOLICE, DO ENDOSSO E DO TIPO DE OPERACAO. O INICIO
      *--* DE VIGENCIA JA VEM RESOLVIDO (VIDE R0220).
      *
       SD              ARQSORT.
      *
       01              REG-SORT.
      *
         05            SRT-NUM-APOL          PIC  9(013).
         05            SRT-NUM-END           PIC  9(009).
         05            SRT-TIPO-OPER         PIC  9(004).
         05            SRT-NUM-SEQ           PIC  9(010).
         05            SRT-COD-CIA           PIC  9(005).
         05            SRT-RAMO-SUSEP        PIC  9(004).
         05            SRT-TIPO-MOV          PIC  9(003).
         05            SRT-INI-VIG           PIC  9(008).
         05            SRT-VALOR             PIC S9(013)V99   COMP-3.
      *
       FD              ENDINCO
                       RECORD     200
                       RECORDING  MODE       F
                       BLOCK      CONTAINS   0  RECORDS
                       LABEL      RECORD        OMITTED.
      *
       01              REG-ENDINCO           PIC  X(200).
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
      *--* MES DE REFERENCIA DO PREMIT (EXCLUIDO DO HISTORICO)
      *
       77          WHOST-ANO-REFER     PIC S9(004)      VALUE +0 COMP.
       77          WHOST-MES-REFER     PIC S9(004)      VALUE +0 COMP.
       77          WHOST-AAMM-REFER    PIC S9(009)      VALUE +0 COMP.
      *
      *--* CHAVE DO GRUPO CONFERIDO
      *
       77          WHOST-NUM-APOL      PIC S9(013)      VALUE +0 COMP-3.
       77          WHOST-NRENDOS       PIC S9(009)      VALUE +0 COMP.
       77          WHOST-TIPO-OPER     PIC S9(004)      VALUE +0 COMP.
      *
      *--* RESUMO DO HISTORICO DA APOLICE
      *
       77          WHOST-QT-BASE       PIC S9(009)      VALUE +0 COMP.
       77          WHOST-VLR-EMITIDO   PIC S9(013)V99   VALUE +0 COMP-3.
       77          WHOST-AAMM-EMISSAO  PIC S9(009)      VALUE +0 COMP.
      *
      *--* ARQUIVAMENTO DO HISTORICO COM QUE O GRUPO CONFLITA
      *
       77          WHOST-H-ANO-REFER   PIC S9(004)      VALUE +0 COMP.
       77          WHOST-H-MES-REFER   PIC S9(004)      VALUE +0 COMP.
       77          WHOST-H-NRENDOS     PIC S9(009)      VALUE +0 COMP.
       77          WHOST-H-TIPO-OPER   PIC S9(004)      VALUE +0 COMP.
       77          WHOST-H-NUM-SEQ     PIC S9(009)      VALUE +0 COMP.
       77          WHOST-H-VLR-PREMIO  PIC S9(013)V99   VALUE +0 COMP-3.
       77          WHOST-H-REG-PREMIT  PIC  X(810)      VALUE SPACES.
      *
      *--* RESULTADO DA EXECUCAO (VERIFICACAO_PERIODO)
      *
       77          WHOST-V-ANO-REFER   PIC S9(004)      VALUE +0 COMP.
       77          WHOST-V-MES-REFER   PIC S9(004)      VALUE +0 COMP.
       77          WHOST-V-COD-RETN    PIC S9(004)      VALUE +0 COMP.
       77          WHOST-V-QT-CONFER   PIC S9(009)      VALUE +0 COMP.
       77          WHOST-V-QT-DIVERG   PIC S9(009)      VALUE +0 COMP.
      *
           EXEC  SQL   INCLUDE       SQLCA     END-EXEC.
      *
      *----------------------------------------------------------------*
      *        LAYOUT DO REGISTRO DE ENTRADA DO ARQUIVO PREMIT         *
      *        (DETALHE GERADO PELO RG1866B - VIDE REGT-PREMIT)        *
      *----------------------------------------------------------------*
      *
       01          ENT-PREMIT.
      *
         05        ENT-EMI-SEQ         PIC  9(010).
         05        ENT-EMI-COD-CIA     PIC  9(005).
         05        FILLER              PIC  X(031).
         05        ENT-EMI-TIPO-MOV    PIC  9(003).
         05        FILLER              PIC  X(056).
         05        ENT-EMI-RAMO        PIC  9(004).
         05        FILLER              PIC  X(007).
         05        ENT-EMI-NUM-APOL    PIC  9(013).
         05        FILLER              PIC  X(011).
         05        ENT-EMI-NUM-END     PIC  9(009).
         05        FILLER              PIC  X(072).
         05        ENT-EMI-DTINIVIG    PIC  9(008).
         05        ENT-EMI-DTFIMVIG    PIC  9(008).
         05        ENT-EMI-PR-EMIT     PIC  +9(012).99.
         05        FILLER              PIC  X(444).
         05        ENT-EMI-INI-VIG-END PIC  9(008).
         05        FILLER              PIC  X(056).
         05        ENT-EMI-TIPO-OPER   PIC  9(004).
         05        FILLER              PIC  X(045).
      *
      *--* VISAO DO HEADER GRAVADO PELO RG1866B (O TRAILER E IGNORADO)
      *
       01          ENT-HEADER.
      *
         05        ENT-HDR-TIPO-REG    PIC  X(001).
         05        ENT-HDR-PROGRAMA    PIC  X(008).
         05        ENT-HDR-ANO-REFER   PIC  9(004).
         05        ENT-HDR-MES-REFER   PIC  9(002).
         05        FILLER              PIC  X(795).
      *
      *--* VISAO DO REGISTRO DO PREMIT GUARDADO NO HISTORICO: SO AS
      *--* DATAS DE VIGENCIA DO ENDOSSO PRECEDENTE
      *
       01          ENT-HIST.
      *
         05        FILLER              PIC  X(221).
         05        HIS-DTINIVIG        PIC  9(008).
         05        FILLER              PIC  X(468).
         05        HIS-INI-VIG-END     PIC  9(008).
         05        FILLER              PIC  X(105).
      *
      *----------------------------------------------------------------*
      *      LAYOUT DO ARQUIVO DAS OCORRENCIAS (ENDINCO)               *
      *----------------------------------------------------------------*
      *
       01          REGT-ENDINCO.
      *
         05        INC-ANO-REFER       PIC  9(004)      VALUE ZEROS.
         05        INC-MES-REFER       PIC  9(002)      VALUE ZEROS.
         05        INC-COD-EXCECAO     PIC  X(004)      VALUE SPACES.
         05        INC-COD-CIA         PIC  9(005)      VALUE ZEROS.
         05        INC-RAMO-SUSEP      PIC  9(004)      VALUE ZEROS.
         05        INC-NUM-APOL        PIC  9(013)      VALUE ZEROS.
         05        INC-NUM-END         PIC  9(009)      VALUE ZEROS.
         05        INC-TIPO-OPER       PIC  9(004)      VALUE ZEROS.
         05        INC-TIPO-MOV        PIC  9(003)      VALUE ZEROS.
         05        INC-NUM-SEQ         PIC  9(010)      VALUE ZEROS.
         05        INC-VLR-PREMIO      PIC  -(012)9.99.
         05        INC-INI-VIG         PIC  9(008)      VALUE ZEROS.
      *
      *--* ARQUIVAMENTO COM QUE O GRUPO CONFLITA (EC01 NAO TEM; NA EC02
      *--* O VALOR E O TOTAL EMITIDO ATE AQUI E O MES E O DA ULTIMA
      *--* EMISSAO)
      *
         05        INC-ANO-CONFL       PIC  9(004)      VALUE ZEROS.
         05        INC-MES-CONFL       PIC  9(002)      VALUE ZEROS.
         05        INC-END-CONFL       PIC  9(009)      VALUE ZEROS.
         05        INC-OPER-CONFL      PIC  9(004)      VALUE ZEROS.
         05        INC-SEQ-CONFL       PIC  9(010)      VALUE ZEROS.
         05        INC-VLR-CONFL       PIC  -(012)9.99.
         05        INC-INI-VIG-CONFL   PIC  9(008)      VALUE ZEROS.
         05        INC-DESCRICAO       PIC  X(030)      VALUE SPACES.
         05        FILLER              PIC  X(035)      VALUE SPACES.
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
         05        FILLER              PIC  X(050)      VALUE
               'RG1881B - CADEIA DE ENDOSSOS PREMIT X HISTORICO - '.
         05        FILLER              PIC  X(011)      VALUE
               'REFERENCIA '.
         05        LIN-TIT-MES         PIC  9(002)      VALUE ZEROS.
         05        FILLER              PIC  X(001)      VALUE '/'.
         05        LIN-TIT-ANO         PIC  9(004)      VALUE ZEROS.
         05        FILLER              PIC  X(011)      VALUE
               ' - EMISSAO '.
         05        LIN-TIT-DATA        PIC  X(010)      VALUE SPACES.
         05        FILLER              PIC  X(043)      VALUE SPACES.
      *
       01          LIN-CABEC.
      *
         05        FILLER              PIC  X(006)      VALUE 'COD'.
         05        FILLER              PIC  X(006)      VALUE 'CIA'.
         05        FILLER              PIC  X(005)      VALUE 'RAMO'.
         05        FILLER              PIC  X(014)      VALUE 'APOLICE'.
         05        FILLER              PIC  X(010)      VALUE 'ENDOSSO'.
         05        FILLER              PIC  X(005)      VALUE 'OPER'.
         05        FILLER              PIC  X(015)      VALUE
               '        PREMIO '.
         05        FILLER              PIC  X(011)      VALUE
               'INI VIGEN.'.
         05        FILLER              PIC  X(008)      VALUE
               'MES/ANO'.
         05        FILLER              PIC  X(010)      VALUE
               'END.CONFL'.
         05        FILLER              PIC  X(005)      VALUE 'OPER'.
         05        FILLER              PIC  X(015)      VALUE
               '   VALOR CONFL '.
         05        FILLER              PIC  X(022)      VALUE
               'INI VIGEN.'.
      *
       01          LIN-EXCECAO.
      *
         05        LE-COD-EXCECAO      PIC  X(004).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LE-COD-CIA          PIC  9(005).
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LE-RAMO-SUSEP       PIC  9(004).
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LE-NUM-APOL         PIC  9(013).
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LE-NUM-END          PIC  9(009).
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LE-TIPO-OPER        PIC  9(004).
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LE-VLR-PREMIO       PIC  -(010)9.99.
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LE-INI-VIG          PIC  9(008).
         05        FILLER              PIC  X(003)      VALUE SPACES.
         05        LE-MES-CONFL        PIC  9(002).
         05        FILLER              PIC  X(001)      VALUE '/'.
         05        LE-ANO-CONFL        PIC  9(004).
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LE-END-CONFL        PIC  9(009).
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LE-OPER-CONFL       PIC  9(004).
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LE-VLR-CONFL        PIC  -(010)9.99.
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LE-INI-VIG-CONFL    PIC  9(008).
         05        FILLER              PIC  X(014)      VALUE SPACES.
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
      *--* GRUPOS DA APOLICE CORRENTE NO PREMIT DO MES, NA ORDEM DO
      *--* ENDOSSO E DO TIPO DE OPERACAO
      *
         05        APL-QTDE-OCUP       PIC  9(004)      COMP
                                                         VALUE ZEROS.
         05        APL-TAB-GRUPO       OCCURS  2000     TIMES
                                       INDEXED   BY     APL-IDX
                                                        APL-IDX2.
           10      APL-TAB-NUM-END     PIC  9(009)      VALUE ZEROS.
           10      APL-TAB-TIPO-OPER   PIC  9(004)      VALUE ZEROS.
           10      APL-TAB-TIPO-MOV    PIC  9(003)      VALUE ZEROS.
           10      APL-TAB-COD-CIA     PIC  9(005)      VALUE ZEROS.
           10      APL-TAB-RAMO        PIC  9(004)      VALUE ZEROS.
           10      APL-TAB-NUM-SEQ     PIC  9(010)      VALUE ZEROS.
           10      APL-TAB-INI-VIG     PIC  9(008)      VALUE ZEROS.
           10      APL-TAB-VALOR       PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
      *
      *--* DESCRICAO E QUANTIDADE DE CADA TIPO DE OCORRENCIA
      *
         05        EXC-TAB-DESCRICAO.
           10      FILLER              PIC  X(030)      VALUE
               'ENDOSSO SEM APOLICE ARQUIVADA'.
           10      FILLER              PIC  X(030)      VALUE
               'RESTITUICAO MAIOR QUE EMITIDO'.
           10      FILLER              PIC  X(030)      VALUE
               'GRUPO JA ARQUIVADO OUTRO MES'.
           10      FILLER              PIC  X(030)      VALUE
               'VIGENCIA ANTES DO END. ANTER.'.
         05        EXC-TAB-DESCRICAO-R REDEFINES
                                       EXC-TAB-DESCRICAO.
           10      EXC-TAB-DESC        PIC  X(030)
                                       OCCURS  4        TIMES.
      *
         05        EXC-TAB-QTDE        PIC  9(009)      VALUE ZEROS
                                       OCCURS  4        TIMES.
      *
      *----------------------------------------------------------------*
      *                     CHAVES DE CONTROLE DE LEITURA              *
      *----------------------------------------------------------------*
      *
       01          AREA-DE-WORK.
      *
         05        EMI-STATUS          PIC  9(002)      VALUE ZEROS.
         05        INC-STATUS          PIC  9(002)      VALUE ZEROS.
         05        REL-STATUS          PIC  9(002)      VALUE ZEROS.
      *
         05        WFIM-PREMIT         PIC  X(001)      VALUE SPACES.
         05        WFIM-SORT           PIC  X(001)      VALUE SPACES.
      *
      *--* PERIODO DO PRIMEIRO HEADER LIDO (TODOS OS BLOCOS DEVEM SER
      *--* DO MESMO ANO/MES) E HEADER DO BLOCO CORRENTE
      *
         05        WTEM-PERIODO        PIC  X(001)      VALUE SPACES.
         05        WTEM-HEADER         PIC  X(001)      VALUE SPACES.
         05        WS-ANO-PERIODO      PIC  9(004)      VALUE ZEROS.
         05        WS-MES-PERIODO      PIC  9(002)      VALUE ZEROS.
      *
         05        AC-L-PREMIT         PIC  9(009)      VALUE ZEROS.
         05        AC-L-APOLICES       PIC  9(009)      VALUE ZEROS.
         05        AC-L-GRUPOS         PIC  9(009)      VALUE ZEROS.
         05        AC-L-EXCECOES       PIC  9(009)      VALUE ZEROS.
         05        AC-G-ENDINCO        PIC  9(009)      VALUE ZEROS.
      *
         05        CTL-VLR-EXCECOES    PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
      *
         05        CTL-SW-EXCECAO      PIC  X(001)      VALUE 'N'.
           88      CTL-HA-EXCECAO                       VALUE 'S'.
      *
      *--* APOLICE CORRENTE: TEM EMISSAO (NRENDOS ZERO) NO PREMIT DO
      *--* MES E PREMIO EMITIDO (TIPO-MOV 101/102) NO PREMIT DO MES
      *
         05        WCHV-NUM-APOL       PIC  9(013)      VALUE ZEROS.
         05        WS-TEM-BASE-ATU     PIC  X(001)      VALUE SPACES.
         05        WS-EMITIDO-ATU      PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        WS-PRIM-ENDOSSO     PIC  X(001)      VALUE SPACES.
      *
         05        WS-VLR-AUX          PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        WS-VLR-EMITIDO      PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        WS-IND-EXCECAO      PIC  9(001)      VALUE ZEROS.
      *
      *--* ENDOSSO PRECEDENTE ACHADO NO PREMIT DO MES
      *
         05        WS-ACHOU-ANTERIOR   PIC  X(001)      VALUE SPACES.
         05        WS-ANT-NUM-END      PIC  9(009)      VALUE ZEROS.
         05        WS-ANT-TIPO-OPER    PIC  9(004)      VALUE ZEROS.
         05        WS-ANT-NUM-SEQ      PIC  9(010)      VALUE ZEROS.
         05        WS-ANT-INI-VIG      PIC  9(008)      VALUE ZEROS.
         05        WS-ANT-VALOR        PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
      *
      *--* ARQUIVAMENTO COM QUE O GRUPO CONFLITA
      *
         05        WS-CNF-ANO          PIC  9(004)      VALUE ZEROS.
         05        WS-CNF-MES          PIC  9(002)      VALUE ZEROS.
         05        WS-CNF-END          PIC  9(009)      VALUE ZEROS.
         05        WS-CNF-OPER         PIC  9(004)      VALUE ZEROS.
         05        WS-CNF-SEQ          PIC  9(010)      VALUE ZEROS.
         05        WS-CNF-INI-VIG      PIC  9(008)      VALUE ZEROS.
         05        WS-CNF-VALOR        PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
      *
         05        WS-ANO-AUX          PIC S9(009)      VALUE +0 COMP.
         05        WS-MES-AUX          PIC S9(009)      VALUE +0 COMP.
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
               ' RG1881B  '.
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
           DISPLAY      'RG1881B - INICIO DE EXECUCAO (' WS-DATA-CURR
                                          ' - '       WS-HORA-CURR ')'.
      *
           OPEN          OUTPUT            ENDINCO.
      *
           IF  INC-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0000 - ERRO NO OPEN DO ARQ ENDINCO'
               DISPLAY  'STATUS  - '  INC-STATUS
               GO   TO   R9999-00-ROT-ERRO.
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
                                                  SRT-NUM-SEQ
                         INPUT   PROCEDURE  IS    R0200-00-SELECIONA
                         OUTPUT  PROCEDURE  IS    R0500-00-CONFERE.
      *
           IF  SORT-RETURN  NOT  EQUAL  ZEROS
               DISPLAY  'R0000 - ERRO NA CLASSIFICACAO DO ARQSORT'
               DISPLAY  'SORT-RETURN - '  SORT-RETURN
               GO   TO   R9999-00-ROT-ERRO.
      *
           PERFORM       R0780-00-GRAVA-TRAILER.
      *
           PERFORM       R0800-00-IMPRIME-RESUMO.
      *
           PERFORM       R0950-00-GRAVA-VERIFICACAO.
      *
           CLOSE         ENDINCO
                         RELATO.
      *
           DISPLAY   'DETALHES LIDOS NO PREMIT      - '  AC-L-PREMIT.
           DISPLAY   'APOLICES CONFERIDAS           - '  AC-L-APOLICES.
           DISPLAY   'GRUPOS CONFERIDOS             - '  AC-L-GRUPOS.
           DISPLAY   'OCORRENCIAS LISTADAS          - '  AC-L-EXCECOES.
           DISPLAY   'REG. GRAVADOS ENDINCO         - '  AC-G-ENDINCO.
      *
           MOVE      '00:00:00'          TO         WS-HORA-CURR.
      *
           ACCEPT     WS-HORA-ACCEPT     FROM       TIME.
           MOVE       WS-HOR-ACCEPT      TO         WS-HOR-CURR.
           MOVE       WS-MIN-ACCEPT      TO         WS-MIN-CURR.
           MOVE       WS-SEG-ACCEPT      TO         WS-SEG-CURR.
      *
           DISPLAY   'RG1881B - FINAL DE EXECUCAO  (' WS-DATA-CURR
                                          ' - '       WS-HORA-CURR ')'.
      *
           IF  CTL-HA-EXCECAO
               DISPLAY '*---   RG1881B  -  HA ENDOSSOS INCONSISTENTES '
                       '-  CONFERIR ANTES DE LIBERAR   ---*'
               MOVE   4           TO     RETURN-CODE
           ELSE
               DISPLAY '*---   RG1881B  -  FIM  NORMAL   ---*'
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
      *--* PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: LE O PREMIT E
      *--* LIBERA UM REGISTRO POR DETALHE. OS HEADERS SAO CONFERIDOS
      *--* (MESMO ANO/MES EM TODOS OS BLOCOS); OS TRAILERS SAO
      *--* IGNORADOS.
      *
       R0200-00-SELECIONA          SECTION.
      *-------------------------------------
      *
           MOVE         '020'            TO               WNR-EXEC-SQL.
      *
           OPEN          INPUT           PREMIT.
      *
           IF  EMI-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0200 - ERRO NO OPEN DO ARQ PREMIT'
               DISPLAY  'STATUS  - '  EMI-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
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
      *--* O INICIO DE VIGENCIA DO GRUPO E O DO ENDOSSO (POSICAO 698);
      *--* ZERADO, VALE O EMI-DTINIVIG (POSICAO 222), COMO NO RG1875B.
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
                     MOVE     ENT-EMI-NUM-APOL   TO  SRT-NUM-APOL
                     MOVE     ENT-EMI-NUM-END    TO  SRT-NUM-END
                     MOVE     ENT-EMI-TIPO-OPER  TO  SRT-TIPO-OPER
                     MOVE     ENT-EMI-SEQ        TO  SRT-NUM-SEQ
                     MOVE     ENT-EMI-COD-CIA    TO  SRT-COD-CIA
                     MOVE     ENT-EMI-RAMO       TO  SRT-RAMO-SUSEP
                     MOVE     ENT-EMI-TIPO-MOV   TO  SRT-TIPO-MOV
                     MOVE     ENT-EMI-PR-EMIT    TO  SRT-VALOR
                     MOVE     ZEROS              TO  SRT-INI-VIG
                     IF  ENT-EMI-INI-VIG-END  NUMERIC  AND
                         ENT-EMI-INI-VIG-END  GREATER  ZEROS
                         MOVE  ENT-EMI-INI-VIG-END  TO  SRT-INI-VIG
                     ELSE
                         IF  ENT-EMI-DTINIVIG  NUMERIC
                             MOVE  ENT-EMI-DTINIVIG  TO  SRT-INI-VIG
                         END-IF
                     END-IF
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
      *--* O PRIMEIRO HEADER LIDO FIXA O MES DE REFERENCIA; TODO BLOCO
      *--* DO PREMIT TEM DE SER DO MESMO ANO/MES, SENAO A EXCLUSAO DO
      *--* MES NO HISTORICO NAO FAZ SENTIDO E A CONFERENCIA E ABORTADA.
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
               DISPLAY 'R0300 - BLOCO DO PREMIT DE PERIODO DIFERENTE '
                       'DO PRIMEIRO HEADER'
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
               DISPLAY 'R0310 - ARQUIVO PREMIT SEM HEADER'
               GO   TO  R9999-00-ROT-ERRO.
      *
       R0310-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: MONTA A TABELA DOS
      *--* GRUPOS DE CADA APOLICE E CONFERE A APOLICE NA QUEBRA.
      *
       R0500-00-CONFERE            SECTION.
      *-------------------------------------
      *
           MOVE         '050'            TO               WNR-EXEC-SQL.
      *
           IF  WTEM-PERIODO  EQUAL  SPACES
               DISPLAY 'R0500 - ARQUIVO PREMIT VAZIO OU SEM HEADER'
               GO   TO  R9999-00-ROT-ERRO.
      *
           MOVE      WS-ANO-PERIODO      TO         WHOST-ANO-REFER.
           MOVE      WS-MES-PERIODO      TO         WHOST-MES-REFER.
           COMPUTE   WHOST-AAMM-REFER  =  (WS-ANO-PERIODO  *  100)
                                       +   WS-MES-PERIODO.
      *
           DISPLAY   'RG1881B - PREMIT DE '  WS-MES-PERIODO '/'
                      WS-ANO-PERIODO  ' X HISTORICO SEM ESTE MES'.
      *
           PERFORM   R0505-00-GRAVA-HEADER.
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
           MOVE      ZEROS               TO         APL-QTDE-OCUP.
      *
           PERFORM   R0510-00-RETORNA-SORT.
      *
           PERFORM   R0520-00-PROCESSA-SORT  UNTIL
                     WFIM-SORT  NOT  EQUAL  SPACES.
      *
           IF  APL-QTDE-OCUP  GREATER  ZEROS
               PERFORM  R0600-00-FECHA-APOLICE.
      *
       R0500-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0505-00-GRAVA-HEADER       SECTION.
      *-------------------------------------
      *
           MOVE      'RG1881B'           TO         HDR-PROGRAMA.
           MOVE      WS-ANO-PERIODO      TO         HDR-ANO-REFER.
           MOVE      WS-MES-PERIODO      TO         HDR-MES-REFER.
      *
           MOVE      WS-ANO-PERIODO      TO         WS-DBF-ANO.
           MOVE      WS-MES-PERIODO      TO         WS-DBF-MES.
           MOVE      01                  TO         WS-DBF-DIA.
           MOVE      WS-DATA-DBF         TO         HDR-PERI-INICIAL.
           MOVE      WTAB-DIAS-NO-MES (WS-DBF-MES)
                                         TO         WS-DBF-DIA.
      *
           IF  WS-DBF-MES  EQUAL  02
               DIVIDE    WS-DBF-ANO  BY  4
                         GIVING  WS-ANO-AUX  REMAINDER  WS-MES-AUX
               IF  WS-MES-AUX  EQUAL  ZEROS
                   DIVIDE    WS-DBF-ANO  BY  100
                             GIVING  WS-ANO-AUX  REMAINDER  WS-MES-AUX
                   IF  WS-MES-AUX  NOT  EQUAL  ZEROS
                       MOVE  29  TO  WS-DBF-DIA
                   ELSE
                       DIVIDE  WS-DBF-ANO  BY  400
                               GIVING  WS-ANO-AUX
                               REMAINDER  WS-MES-AUX
                       IF  WS-MES-AUX  EQUAL  ZEROS
                           MOVE  29  TO  WS-DBF-DIA
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
           MOVE      WS-DATA-DBF         TO         HDR-PERI-FINAL.
      *
           MOVE      WS-ANO-CURR         TO         WS-DBF-ANO.
           MOVE      WS-MES-CURR         TO         WS-DBF-MES.
           MOVE      WS-DIA-CURR         TO         WS-DBF-DIA.
           MOVE      WS-DATA-DBF         TO         HDR-DATA-GERACAO.
      *
           WRITE     REG-ENDINCO         FROM       REGT-ARQ-HEADER.
      *
           IF  INC-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0505 - ERRO NO WRITE DO HEADER DO ENDINCO'
               DISPLAY  'STATUS  - '  INC-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
       R0505-99-SAIDA.
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
      *--* QUEBRA POR APOLICE; DENTRO DA APOLICE, UMA LINHA DA TABELA
      *--* POR GRUPO (ENDOSSO/TIPO DE OPERACAO), SOMANDO O PREMIO DOS
      *--* DETALHES DO GRUPO. A SEQUENCIA GUARDADA E A DO PRIMEIRO.
      *
       R0520-00-PROCESSA-SORT      SECTION.
      *-------------------------------------
      *
           IF  APL-QTDE-OCUP  GREATER  ZEROS  AND
               SRT-NUM-APOL   NOT  EQUAL  WCHV-NUM-APOL
               PERFORM  R0600-00-FECHA-APOLICE.
      *
           MOVE      SRT-NUM-APOL        TO         WCHV-NUM-APOL.
      *
           IF  APL-QTDE-OCUP  EQUAL  ZEROS
               PERFORM  R0540-00-INCLUI-GRUPO
           ELSE
               IF  SRT-NUM-END    NOT  EQUAL
                   APL-TAB-NUM-END (APL-QTDE-OCUP)       OR
                   SRT-TIPO-OPER  NOT  EQUAL
                   APL-TAB-TIPO-OPER (APL-QTDE-OCUP)
                   PERFORM  R0540-00-INCLUI-GRUPO
               ELSE
                   ADD  SRT-VALOR  TO  APL-TAB-VALOR (APL-QTDE-OCUP)
               END-IF
           END-IF.
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
       R0540-00-INCLUI-GRUPO       SECTION.
      *-------------------------------------
      *
           IF  APL-QTDE-OCUP  NOT  LESS  2000
               DISPLAY 'R0540 - TABELA DE GRUPOS DA APOLICE CHEIA - '
                       '2000'
               DISPLAY 'NR APOLICE  - '  SRT-NUM-APOL
               GO   TO  R9999-00-ROT-ERRO.
      *
           ADD       1                   TO         APL-QTDE-OCUP.
           SET       APL-IDX             TO         APL-QTDE-OCUP.
      *
           MOVE      SRT-NUM-END         TO    APL-TAB-NUM-END
                                                (APL-IDX).
           MOVE      SRT-TIPO-OPER       TO    APL-TAB-TIPO-OPER
                                                (APL-IDX).
           MOVE      SRT-TIPO-MOV        TO    APL-TAB-TIPO-MOV
                                                (APL-IDX).
           MOVE      SRT-COD-CIA         TO    APL-TAB-COD-CIA
                                                (APL-IDX).
           MOVE      SRT-RAMO-SUSEP      TO    APL-TAB-RAMO (APL-IDX).
           MOVE      SRT-NUM-SEQ         TO    APL-TAB-NUM-SEQ
                                                (APL-IDX).
           MOVE      SRT-INI-VIG         TO    APL-TAB-INI-VIG
                                                (APL-IDX).
           MOVE      SRT-VALOR           TO    APL-TAB-VALOR (APL-IDX).
      *
       R0540-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* FECHAMENTO DA APOLICE: RESUME O PREMIT DO MES E O HISTORICO
      *--* DA APOLICE E CONFERE CADA GRUPO DA TABELA.
      *
       R0600-00-FECHA-APOLICE      SECTION.
      *-------------------------------------
      *
           MOVE         '060'            TO               WNR-EXEC-SQL.
      *
           ADD       1                   TO         AC-L-APOLICES.
      *
           MOVE      'N'                 TO         WS-TEM-BASE-ATU.
           MOVE      ZEROS               TO         WS-EMITIDO-ATU.
      *
           PERFORM   R0610-00-RESUME-GRUPO
                     VARYING   APL-IDX   FROM  1  BY  1
                     UNTIL     APL-IDX   GREATER   APL-QTDE-OCUP.
      *
           MOVE      WCHV-NUM-APOL       TO         WHOST-NUM-APOL.
      *
           PERFORM   R0620-00-HISTORICO-APOLICE.
      *
           PERFORM   R0650-00-CONFERE-GRUPO
                     VARYING   APL-IDX   FROM  1  BY  1
                     UNTIL     APL-IDX   GREATER   APL-QTDE-OCUP.
      *
           MOVE      ZEROS               TO         APL-QTDE-OCUP.
      *
       R0600-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0610-00-RESUME-GRUPO       SECTION.
      *-------------------------------------
      *
           IF  APL-TAB-NUM-END (APL-IDX)  EQUAL  ZEROS
               MOVE  'S'                 TO         WS-TEM-BASE-ATU.
      *
           IF  APL-TAB-TIPO-MOV (APL-IDX)  EQUAL  101  OR  102
               ADD   APL-TAB-VALOR (APL-IDX)  TO    WS-EMITIDO-ATU.
      *
       R0610-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* HISTORICO DA APOLICE SEM O MES DE REFERENCIA: QUANTIDADE DE
      *--* REGISTROS DA APOLICE (NRENDOS ZERO) E PREMIO EMITIDO NOS
      *--* MESES ANTERIORES (TIPO-MOV 101/102, POSICAO 47 DO REGISTRO),
      *--* COM O MES DA ULTIMA EMISSAO.
      *
       R0620-00-HISTORICO-APOLICE  SECTION.
      *-------------------------------------
      *
           MOVE         '062'            TO               WNR-EXEC-SQL.
      *
           EXEC SQL  SELECT  COUNT(*)
                       INTO  :WHOST-QT-BASE
                       FROM  SEGUROS.PREMIT_HISTORICO
                      WHERE  NUM_APOLICE     =  :WHOST-NUM-APOL
                        AND  NRENDOS         =  0
                        AND  (ANO_REFERENCIA * 100 + MES_REFERENCIA)
                                            <>  :WHOST-AAMM-REFER
                       WITH  UR
           END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               DISPLAY 'R0620 - ERRO NO SELECT DA APOLICE NO '
                       'PREMIT-HISTORICO'
               DISPLAY 'APOLICE  - ' WHOST-NUM-APOL
               GO   TO  R9999-00-ROT-ERRO.
      *
           MOVE         '063'            TO               WNR-EXEC-SQL.
      *
           EXEC SQL  SELECT  VALUE(SUM(VLR_PREMIO_EMITIDO), 0),
                             VALUE(MAX(ANO_REFERENCIA * 100
                                     + MES_REFERENCIA), 0)
                       INTO  :WHOST-VLR-EMITIDO,
                             :WHOST-AAMM-EMISSAO
                       FROM  SEGUROS.PREMIT_HISTORICO
                      WHERE  NUM_APOLICE     =  :WHOST-NUM-APOL
                        AND  (ANO_REFERENCIA * 100 + MES_REFERENCIA)
                                             <  :WHOST-AAMM-REFER
                        AND  SUBSTR(REGISTRO_PREMIT,47,3)
                                            IN  ('101','102')
                       WITH  UR
           END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               DISPLAY 'R0620 - ERRO NO SELECT DO PREMIO EMITIDO NO '
                       'PREMIT-HISTORICO'
               DISPLAY 'APOLICE  - ' WHOST-NUM-APOL
               GO   TO  R9999-00-ROT-ERRO.
      *
       R0620-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* A BASE (EC01) E A VIGENCIA (EC04) SAO CONFERIDAS UMA VEZ
      *--* POR ENDOSSO, NO PRIMEIRO GRUPO DELE; A RESTITUICAO (EC02) E
      *--* O REARQUIVAMENTO (EC03) EM TODO GRUPO.
      *
       R0650-00-CONFERE-GRUPO      SECTION.
      *-------------------------------------
      *
           ADD       1                   TO         AC-L-GRUPOS.
      *
           MOVE      'S'                 TO         WS-PRIM-ENDOSSO.
      *
           IF  APL-IDX  GREATER  1
               SET   APL-IDX2            TO         APL-IDX
               SET   APL-IDX2            DOWN  BY   1
               IF  APL-TAB-NUM-END (APL-IDX2)  EQUAL
                   APL-TAB-NUM-END (APL-IDX)
                   MOVE  'N'             TO         WS-PRIM-ENDOSSO
               END-IF
           END-IF.
      *
           IF  APL-TAB-NUM-END (APL-IDX)  GREATER  ZEROS  AND
               WS-PRIM-ENDOSSO  EQUAL  'S'
               PERFORM  R0660-00-CONFERE-BASE
               PERFORM  R0690-00-CONFERE-VIGENCIA.
      *
           IF  APL-TAB-TIPO-MOV (APL-IDX)  EQUAL  104  OR  105
               PERFORM  R0670-00-CONFERE-RESTITUICAO.
      *
           PERFORM   R0680-00-CONFERE-REARQUIVO.
      *
       R0650-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* EC01 - ENDOSSO SEM A APOLICE (NRENDOS ZERO) NO PREMIT DO MES
      *--* NEM EM NENHUM MES DO HISTORICO
      *
       R0660-00-CONFERE-BASE       SECTION.
      *-------------------------------------
      *
           IF  WS-TEM-BASE-ATU  EQUAL  'S'  OR
               WHOST-QT-BASE    GREATER  ZEROS
               GO   TO   R0660-99-SAIDA.
      *
           PERFORM   R0700-00-LIMPA-CONFLITO.
      *
           MOVE      1                   TO         WS-IND-EXCECAO.
           PERFORM   R0720-00-GRAVA-EXCECAO.
      *
       R0660-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* EC02 - O PREMIO DA RESTITUICAO VEM NEGATIVO NO PREMIT E E
      *--* COMPARADO EM VALOR ABSOLUTO COM O TOTAL EMITIDO NA APOLICE
      *--* (HISTORICO DOS MESES ANTERIORES MAIS O PREMIT DO MES).
      *
       R0670-00-CONFERE-RESTITUICAO SECTION.
      *-------------------------------------
      *
           MOVE      APL-TAB-VALOR (APL-IDX)    TO  WS-VLR-AUX.
      *
           IF  WS-VLR-AUX  LESS  ZEROS
               COMPUTE  WS-VLR-AUX  =  WS-VLR-AUX  *  -1.
      *
           COMPUTE   WS-VLR-EMITIDO  =  WHOST-VLR-EMITIDO
                                     +  WS-EMITIDO-ATU.
      *
           IF  WS-VLR-AUX  NOT  GREATER  WS-VLR-EMITIDO
               GO   TO   R0670-99-SAIDA.
      *
           PERFORM   R0700-00-LIMPA-CONFLITO.
      *
      *--* MES DA ULTIMA EMISSAO: O DO PREMIT DO MES, SE HOUVER
      *
           IF  WS-EMITIDO-ATU  NOT  EQUAL  ZEROS  OR
               WHOST-AAMM-EMISSAO  EQUAL  ZEROS
               MOVE  WS-ANO-PERIODO      TO         WS-CNF-ANO
               MOVE  WS-MES-PERIODO      TO         WS-CNF-MES
           ELSE
               DIVIDE    WHOST-AAMM-EMISSAO  BY  100
                         GIVING  WS-ANO-AUX  REMAINDER  WS-MES-AUX
               MOVE  WS-ANO-AUX          TO         WS-CNF-ANO
               MOVE  WS-MES-AUX          TO         WS-CNF-MES.
      *
           MOVE      WS-VLR-EMITIDO      TO         WS-CNF-VALOR.
      *
           MOVE      2                   TO         WS-IND-EXCECAO.
           PERFORM   R0720-00-GRAVA-EXCECAO.
      *
       R0670-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* EC03 - MESMA APOLICE/ENDOSSO/TIPO DE OPERACAO EM OUTRO MES
      *--* DO HISTORICO; E LISTADO O PRIMEIRO ARQUIVAMENTO.
      *
       R0680-00-CONFERE-REARQUIVO  SECTION.
      *-------------------------------------
      *
           MOVE         '068'            TO               WNR-EXEC-SQL.
      *
           MOVE      APL-TAB-NUM-END (APL-IDX)   TO  WHOST-NRENDOS.
           MOVE      APL-TAB-TIPO-OPER (APL-IDX) TO  WHOST-TIPO-OPER.
      *
           EXEC SQL  SELECT  ANO_REFERENCIA,
                             MES_REFERENCIA,
                             NUM_SEQ,
                             VLR_PREMIO_EMITIDO,
                             REGISTRO_PREMIT
                       INTO  :WHOST-H-ANO-REFER,
                             :WHOST-H-MES-REFER,
                             :WHOST-H-NUM-SEQ,
                             :WHOST-H-VLR-PREMIO,
                             :WHOST-H-REG-PREMIT
                       FROM  SEGUROS.PREMIT_HISTORICO
                      WHERE  NUM_APOLICE     =  :WHOST-NUM-APOL
                        AND  NRENDOS         =  :WHOST-NRENDOS
                        AND  TIPO_OPERACAO   =  :WHOST-TIPO-OPER
                        AND  (ANO_REFERENCIA * 100 + MES_REFERENCIA)
                                            <>  :WHOST-AAMM-REFER
                      ORDER  BY  ANO_REFERENCIA,
                                 MES_REFERENCIA,
                                 NUM_SEQ
                      FETCH  FIRST  1  ROW  ONLY
                       WITH  UR
           END-EXEC.
      *
           IF  SQLCODE  EQUAL  100
               GO   TO   R0680-99-SAIDA.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               DISPLAY 'R0680 - ERRO NO SELECT DO GRUPO NO '
                       'PREMIT-HISTORICO'
               DISPLAY 'APOLICE  - ' WHOST-NUM-APOL
               DISPLAY 'ENDOSSO  - ' WHOST-NRENDOS
               DISPLAY 'OPERACAO - ' WHOST-TIPO-OPER
               GO   TO  R9999-00-ROT-ERRO.
      *
           PERFORM   R0700-00-LIMPA-CONFLITO.
      *
           MOVE      WHOST-H-REG-PREMIT  TO         ENT-HIST.
      *
           MOVE      WHOST-H-ANO-REFER   TO         WS-CNF-ANO.
           MOVE      WHOST-H-MES-REFER   TO         WS-CNF-MES.
           MOVE      WHOST-NRENDOS       TO         WS-CNF-END.
           MOVE      WHOST-TIPO-OPER     TO         WS-CNF-OPER.
           MOVE      WHOST-H-NUM-SEQ     TO         WS-CNF-SEQ.
           MOVE      WHOST-H-VLR-PREMIO  TO         WS-CNF-VALOR.
           PERFORM   R0710-00-VIGENCIA-HISTORICO.
      *
           MOVE      3                   TO         WS-IND-EXCECAO.
           PERFORM   R0720-00-GRAVA-EXCECAO.
      *
       R0680-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* EC04 - ENDOSSO PRECEDENTE: O DE MAIOR NRENDOS MENOR QUE O DO
      *--* GRUPO (A PROPRIA APOLICE, NRENDOS ZERO, INCLUSIVE), NO PREMIT
      *--* DO MES OU NO HISTORICO; NO EMPATE VALE O PREMIT DO MES. O
      *--* INICIO DE VIGENCIA DO GRUPO NAO PODE SER ANTERIOR AO DELE.
      *--* DATA ZERADA EM QUALQUER DOS DOIS NAO E CONFERIDA.
      *
       R0690-00-CONFERE-VIGENCIA   SECTION.
      *-------------------------------------
      *
           MOVE         '069'            TO               WNR-EXEC-SQL.
      *
           IF  APL-TAB-INI-VIG (APL-IDX)  EQUAL  ZEROS
               GO   TO   R0690-99-SAIDA.
      *
           MOVE      'N'                 TO         WS-ACHOU-ANTERIOR.
      *
           PERFORM   R0695-00-PROCURA-ANTERIOR
                     VARYING   APL-IDX2  FROM  1  BY  1
                     UNTIL     APL-IDX2  NOT  LESS  APL-IDX.
      *
           MOVE      APL-TAB-NUM-END (APL-IDX)   TO  WHOST-NRENDOS.
      *
           EXEC SQL  SELECT  ANO_REFERENCIA,
                             MES_REFERENCIA,
                             NRENDOS,
                             TIPO_OPERACAO,
                             NUM_SEQ,
                             VLR_PREMIO_EMITIDO,
                             REGISTRO_PREMIT
                       INTO  :WHOST-H-ANO-REFER,
                             :WHOST-H-MES-REFER,
                             :WHOST-H-NRENDOS,
                             :WHOST-H-TIPO-OPER,
                             :WHOST-H-NUM-SEQ,
                             :WHOST-H-VLR-PREMIO,
                             :WHOST-H-REG-PREMIT
                       FROM  SEGUROS.PREMIT_HISTORICO
                      WHERE  NUM_APOLICE     =  :WHOST-NUM-APOL
                        AND  NRENDOS         <  :WHOST-NRENDOS
                        AND  (ANO_REFERENCIA * 100 + MES_REFERENCIA)
                                            <>  :WHOST-AAMM-REFER
                      ORDER  BY  NRENDOS         DESC,
                                 ANO_REFERENCIA  DESC,
                                 MES_REFERENCIA  DESC,
                                 NUM_SEQ
                      FETCH  FIRST  1  ROW  ONLY
                       WITH  UR
           END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS  AND
               SQLCODE  NOT  EQUAL  100
               DISPLAY 'R0690 - ERRO NO SELECT DO ENDOSSO ANTERIOR NO '
                       'PREMIT-HISTORICO'
               DISPLAY 'APOLICE  - ' WHOST-NUM-APOL
               DISPLAY 'ENDOSSO  - ' WHOST-NRENDOS
               GO   TO  R9999-00-ROT-ERRO.
      *
           PERFORM   R0700-00-LIMPA-CONFLITO.
      *
           IF  SQLCODE  EQUAL  ZEROS  AND
              (WS-ACHOU-ANTERIOR  EQUAL  'N'  OR
               WHOST-H-NRENDOS    GREATER  WS-ANT-NUM-END)
               MOVE  WHOST-H-REG-PREMIT  TO         ENT-HIST
               MOVE  WHOST-H-ANO-REFER   TO         WS-CNF-ANO
               MOVE  WHOST-H-MES-REFER   TO         WS-CNF-MES
               MOVE  WHOST-H-NRENDOS     TO         WS-CNF-END
               MOVE  WHOST-H-TIPO-OPER   TO         WS-CNF-OPER
               MOVE  WHOST-H-NUM-SEQ     TO         WS-CNF-SEQ
               MOVE  WHOST-H-VLR-PREMIO  TO         WS-CNF-VALOR
               PERFORM  R0710-00-VIGENCIA-HISTORICO
           ELSE
               IF  WS-ACHOU-ANTERIOR  EQUAL  'S'
                   MOVE  WS-ANO-PERIODO      TO     WS-CNF-ANO
                   MOVE  WS-MES-PERIODO      TO     WS-CNF-MES
                   MOVE  WS-ANT-NUM-END      TO     WS-CNF-END
                   MOVE  WS-ANT-TIPO-OPER    TO     WS-CNF-OPER
                   MOVE  WS-ANT-NUM-SEQ      TO     WS-CNF-SEQ
                   MOVE  WS-ANT-VALOR        TO     WS-CNF-VALOR
                   MOVE  WS-ANT-INI-VIG      TO     WS-CNF-INI-VIG
               ELSE
                   GO   TO   R0690-99-SAIDA
               END-IF
           END-IF.
      *
           IF  WS-CNF-INI-VIG  EQUAL  ZEROS  OR
               APL-TAB-INI-VIG (APL-IDX)  NOT  LESS  WS-CNF-INI-VIG
               GO   TO   R0690-99-SAIDA.
      *
           MOVE      4                   TO         WS-IND-EXCECAO.
           PERFORM   R0720-00-GRAVA-EXCECAO.
      *
       R0690-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* A TABELA ESTA NA ORDEM DO ENDOSSO: O ULTIMO GRUPO DE ENDOSSO
      *--* MENOR QUE O DO GRUPO CONFERIDO E O PRECEDENTE NO MES.
      *
       R0695-00-PROCURA-ANTERIOR   SECTION.
      *-------------------------------------
      *
           IF  APL-TAB-NUM-END (APL-IDX2)  NOT  LESS
               APL-TAB-NUM-END (APL-IDX)
               GO   TO   R0695-99-SAIDA.
      *
           IF  WS-ACHOU-ANTERIOR  EQUAL  'S'  AND
               APL-TAB-NUM-END (APL-IDX2)  EQUAL  WS-ANT-NUM-END
               GO   TO   R0695-99-SAIDA.
      *
           MOVE      'S'                 TO         WS-ACHOU-ANTERIOR.
           MOVE      APL-TAB-NUM-END (APL-IDX2)    TO  WS-ANT-NUM-END.
           MOVE      APL-TAB-TIPO-OPER (APL-IDX2)  TO  WS-ANT-TIPO-OPER.
           MOVE      APL-TAB-NUM-SEQ (APL-IDX2)    TO  WS-ANT-NUM-SEQ.
           MOVE      APL-TAB-INI-VIG (APL-IDX2)    TO  WS-ANT-INI-VIG.
           MOVE      APL-TAB-VALOR (APL-IDX2)      TO  WS-ANT-VALOR.
      *
       R0695-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0700-00-LIMPA-CONFLITO     SECTION.
      *-------------------------------------
      *
           MOVE      ZEROS               TO         WS-CNF-ANO
                                                    WS-CNF-MES
                                                    WS-CNF-END
                                                    WS-CNF-OPER
                                                    WS-CNF-SEQ
                                                    WS-CNF-INI-VIG
                                                    WS-CNF-VALOR.
      *
       R0700-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* INICIO DE VIGENCIA DO REGISTRO DO HISTORICO (ENT-HIST), COM
      *--* O MESMO CRITERIO DO R0220
      *
       R0710-00-VIGENCIA-HISTORICO SECTION.
      *-------------------------------------
      *
           MOVE      ZEROS               TO         WS-CNF-INI-VIG.
      *
           IF  HIS-INI-VIG-END  NUMERIC  AND
               HIS-INI-VIG-END  GREATER  ZEROS
               MOVE  HIS-INI-VIG-END     TO         WS-CNF-INI-VIG
           ELSE
               IF  HIS-DTINIVIG  NUMERIC
                   MOVE  HIS-DTINIVIG    TO         WS-CNF-INI-VIG.
      *
       R0710-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* GRAVA A OCORRENCIA DO GRUPO APL-IDX NO ENDINCO E NO RELATO
      *
       R0720-00-GRAVA-EXCECAO      SECTION.
      *-------------------------------------
      *
           MOVE      'S'                 TO         CTL-SW-EXCECAO.
           ADD       1                   TO         AC-L-EXCECOES.
           ADD       1                   TO
                     EXC-TAB-QTDE (WS-IND-EXCECAO).
           ADD       APL-TAB-VALOR (APL-IDX)  TO    CTL-VLR-EXCECOES.
      *
           MOVE      'EC0'               TO         LE-COD-EXCECAO.
           MOVE      WS-IND-EXCECAO      TO         LE-COD-EXCECAO
                                                    (4:1).
           MOVE      APL-TAB-COD-CIA (APL-IDX)    TO  LE-COD-CIA.
           MOVE      APL-TAB-RAMO (APL-IDX)       TO  LE-RAMO-SUSEP.
           MOVE      WCHV-NUM-APOL                TO  LE-NUM-APOL.
           MOVE      APL-TAB-NUM-END (APL-IDX)    TO  LE-NUM-END.
           MOVE      APL-TAB-TIPO-OPER (APL-IDX)  TO  LE-TIPO-OPER.
           MOVE      APL-TAB-VALOR (APL-IDX)      TO  LE-VLR-PREMIO.
           MOVE      APL-TAB-INI-VIG (APL-IDX)    TO  LE-INI-VIG.
           MOVE      WS-CNF-MES          TO         LE-MES-CONFL.
           MOVE      WS-CNF-ANO          TO         LE-ANO-CONFL.
           MOVE      WS-CNF-END          TO         LE-END-CONFL.
           MOVE      WS-CNF-OPER         TO         LE-OPER-CONFL.
           MOVE      WS-CNF-VALOR        TO         LE-VLR-CONFL.
           MOVE      WS-CNF-INI-VIG      TO         LE-INI-VIG-CONFL.
      *
           MOVE      LIN-EXCECAO         TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           MOVE      WS-ANO-PERIODO      TO         INC-ANO-REFER.
           MOVE      WS-MES-PERIODO      TO         INC-MES-REFER.
           MOVE      LE-COD-EXCECAO      TO         INC-COD-EXCECAO.
           MOVE      APL-TAB-COD-CIA (APL-IDX)    TO  INC-COD-CIA.
           MOVE      APL-TAB-RAMO (APL-IDX)       TO  INC-RAMO-SUSEP.
           MOVE      WCHV-NUM-APOL                TO  INC-NUM-APOL.
           MOVE      APL-TAB-NUM-END (APL-IDX)    TO  INC-NUM-END.
           MOVE      APL-TAB-TIPO-OPER (APL-IDX)  TO  INC-TIPO-OPER.
           MOVE      APL-TAB-TIPO-MOV (APL-IDX)   TO  INC-TIPO-MOV.
           MOVE      APL-TAB-NUM-SEQ (APL-IDX)    TO  INC-NUM-SEQ.
           MOVE      APL-TAB-VALOR (APL-IDX)      TO  INC-VLR-PREMIO.
           MOVE      APL-TAB-INI-VIG (APL-IDX)    TO  INC-INI-VIG.
           MOVE      WS-CNF-ANO          TO         INC-ANO-CONFL.
           MOVE      WS-CNF-MES          TO         INC-MES-CONFL.
           MOVE      WS-CNF-END          TO         INC-END-CONFL.
           MOVE      WS-CNF-OPER         TO         INC-OPER-CONFL.
           MOVE      WS-CNF-SEQ          TO         INC-SEQ-CONFL.
           MOVE      WS-CNF-VALOR        TO         INC-VLR-CONFL.
           MOVE      WS-CNF-INI-VIG      TO         INC-INI-VIG-CONFL.
           MOVE      EXC-TAB-DESC (WS-IND-EXCECAO)  TO  INC-DESCRICAO.
      *
           WRITE     REG-ENDINCO         FROM       REGT-ENDINCO.
      *
           IF  INC-STATUS  NOT  EQUAL  ZEROS
               DISPLAY 'R0720 - ERRO NO WRITE DO ARQ ENDINCO'
               DISPLAY 'STATUS  - '  INC-STATUS
               DISPLAY 'APOLICE - '  WCHV-NUM-APOL
               GO   TO  R9999-00-ROT-ERRO.
      *
           ADD       1                   TO         AC-G-ENDINCO.
      *
       R0720-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0780-00-GRAVA-TRAILER      SECTION.
      *-------------------------------------
      *
           ACCEPT    WS-HORA-ACCEPT      FROM       TIME.
      *
           MOVE      WS-HORA-ACCEPT      TO         TRL-HORA-GERACAO.
           MOVE      AC-G-ENDINCO        TO         TRL-QTDE-REG.
           MOVE      CTL-VLR-EXCECOES    TO         TRL-VLR-TOTAL.
      *
           WRITE     REG-ENDINCO         FROM       REGT-ARQ-TRAILER.
      *
           IF  INC-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0780 - ERRO NO WRITE DO TRAILER DO ENDINCO'
               DISPLAY  'STATUS  - '  INC-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
       R0780-99-SAIDA.
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
               MOVE   'NENHUMA OCORRENCIA NA CADEIA DE ENDOSSOS'
                                         TO         LMS-TEXTO
               MOVE   LIN-MENSAGEM       TO         REG-RELATO
               PERFORM  R0900-00-GRAVA-RELATO.
      *
           MOVE      LIN-SEPARADOR       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           MOVE      'RESUMO DAS OCORRENCIAS POR CODIGO'
                                         TO         LMS-TEXTO.
           MOVE      LIN-MENSAGEM        TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           PERFORM   R0810-00-IMPRIME-LINHA-RESUMO
                     VARYING   WS-IND-EXCECAO  FROM  1  BY  1
                     UNTIL     WS-IND-EXCECAO  GREATER   4.
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
           MOVE      'EC0'               TO         LRS-COD-EXCECAO.
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
      *--* REGISTRA O RESULTADO DESTA EXECUCAO NA VERIFICACAO_PERIODO,
      *--* COMO O RG1871B E O RG1872B: GRUPOS CONFERIDOS E OCORRENCIAS.
      *
       R0950-00-GRAVA-VERIFICACAO  SECTION.
      *-------------------------------------
      *
           MOVE         '095'            TO               WNR-EXEC-SQL.
      *
           MOVE      WHOST-ANO-REFER     TO         WHOST-V-ANO-REFER.
           MOVE      WHOST-MES-REFER     TO         WHOST-V-MES-REFER.
           MOVE      AC-L-GRUPOS         TO         WHOST-V-QT-CONFER.
           MOVE      AC-L-EXCECOES       TO         WHOST-V-QT-DIVERG.
      *
           IF  CTL-HA-EXCECAO
               MOVE  4                    TO         WHOST-V-COD-RETN
           ELSE
               MOVE  ZEROS                TO         WHOST-V-COD-RETN.
      *
           EXEC SQL  INSERT
               INTO  SEGUROS.VERIFICACAO_PERIODO
                     (ANO_REFERENCIA      ,
                      MES_REFERENCIA      ,
                      CODPROG             ,
                      DATA_EXECUCAO       ,
                      HORA_EXECUCAO       ,
                      COD_RETORNO         ,
                      QTD_CONFERIDA       ,
                      QTD_DIVERGENTE)
              VALUES
                     (:WHOST-V-ANO-REFER  ,
                      :WHOST-V-MES-REFER  ,
                      'RG1881B'           ,
                      CURRENT DATE        ,
                      CURRENT TIME        ,
                      :WHOST-V-COD-RETN   ,
                      :WHOST-V-QT-CONFER  ,
                      :WHOST-V-QT-DIVERG)
           END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               DISPLAY 'R0950 - ERRO NO INSERT NA VERIFICACAO-PERIODO'
               GO   TO  R9999-00-ROT-ERRO.
      *
           EXEC  SQL   COMMIT   WORK    END-EXEC.
      *
       R0950-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R9999-00-ROT-ERRO         SECTION.
      *----------------------------------
      *
           CLOSE    PREMIT.
      *
           CLOSE    ENDINCO.
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
      *----RG1881B-----------------------------------------------------*
