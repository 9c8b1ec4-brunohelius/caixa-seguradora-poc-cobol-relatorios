       IDENTIFICATION               DIVISION.
      *--------------------------------------
      *
       PROGRAM-ID.                  RG1875B.
      *
      *----------------------------------------------------------------*
      *   SISTEMA ................  REGISTROS GERAIS                   *
      *   PROGRAMA ...............  RG1875B                            *
      *----------------------------------------------------------------*
      *   ANALISTA ...............  GILSON                             *
      *   PROGRAMADOR ............  MARCELO AUGUSTO PRESTES  TE43017   *
      *   DATA CODIFICACAO .......  11/11/2026                         *
      *----------------------------------------------------------------*
      *   FUNCAO: CALCULO MENSAL DA PPNG (PROVISAO DE PREMIOS NAO      *
      *           GANHOS) PRO RATA DIE NO ULTIMO DIA DO MES DE         *
      *           REFERENCIA, SOBRE O MESMO PREMIO ENVIADO A SUSEP     *
      *           (PREMIT_HISTORICO, CARREGADO PELO RG1867B):          *
      *           - CONSIDERA TODOS OS GRUPOS DE APOLICE/ENDOSSO       *
      *             ARQUIVADOS ATE O MES DE REFERENCIA CUJO FIM DE     *
      *             VIGENCIA SEJA POSTERIOR A DATA BASE;               *
      *           - A VIGENCIA E A DO ENDOSSO (EMI-INI-VIG-END/        *
      *             EMI-FIM-VIG-END) QUANDO INFORMADA; QUANDO ZERADA   *
      *             (O RG1866B NAO PREENCHE ESSES CAMPOS PARA TODOS OS *
      *             GRUPOS) E USADA A VIGENCIA DA APOLICE              *
      *             (EMI-DTINIVIG/EMI-DTFIMVIG);                       *
      *           - PPNG BRUTA = EMI-PR-EMIT X DIAS A DECORRER / DIAS  *
      *             DE VIGENCIA; O PREMIO DE RESTITUICAO/CANCELAMENTO  *
      *             VEM NEGATIVO E REDUZ A PROVISAO;                   *
      *           - PPNG DE COSSEGURO CEDIDO SOBRE EMI-PR-COS-CED;     *
      *           - PPNG DE RESSEGURO = (BRUTA - COSSEGURO) X          *
      *             EMI-PCT-QUOTA-R, ZERADA QUANDO A DATA DE CUTOFF    *
      *             DO CONTRATO DEVOLVIDA PELA RE0001S JA PASSOU NA    *
      *             DATA BASE (CARTEIRA RETIRADA DO RESSEGURADOR);     *
      *           - EXCLUI OS PRODUTOS 7705, 7716 E 7725 DO RAMO 77 A  *
      *             PARTIR DE 08/2018, COMO NO CALCULO DA PPNG E DCD   *
      *             DO RG1866B.                                        *
      *           GERA O ARQUIVO ANALITICO POR APOLICE/ENDOSSO E O     *
      *           RESUMO POR RAMO_SUSEP/COD-CIA PARA A AREA ATUARIAL.  *
      *           GRUPO COM VIGENCIA INVALIDA NAO E PROVISIONADO: E    *
      *           LISTADO NO RELATORIO E O PROGRAMA TERMINA COM        *
      *           RETURN-CODE 4.                                       *
      *                                                                *
      * --------------------------------- -----------------    ------- *
      * TABELA                            VIEW                 ACESSO  *
      * --------------------------------- -----------------    ------- *
      * PREMIT HISTORICO                  PREMIT_HISTORICO     INPUT   *
      *----------------------------------------------------------------*
      * SUB-ROTINA                                                     *
      * --------------------------------------------------------------*
      * RE0001S  (PERCENTUAIS E CUTOFF DO CONTRATO DE RESSEGURO)       *
      *----------------------------------------------------------------*
      * ARQUIVO                                                ACESSO  *
      *--------------------------------------------------------------- *
      * SYSIN    (CARTAO DE PARAMETROS)                        INPUT   *
      * PPNGANL  (PPNG ANALITICA POR APOLICE/ENDOSSO)          OUTPUT  *
      * RELATO   (RESUMO POR RAMO_SUSEP/COD-CIA)               OUTPUT  *
      *----------------------------------------------------------------*
      *  CARTAO SYSIN                                                  *
      *     COL 01-04  ANO DE REFERENCIA (AAAA)                        *
      *     COL 05-06  MES DE REFERENCIA (MM)                          *
      *----------------------------------------------------------------*
      *  ALTERACAO - PROGRAMA CRIADO PARA CALCULAR A PPNG MENSAL PRO   *
      *              RATA DIE A PARTIR DO HISTORICO DE EMISSAO.        *
      * 11/11/2026 - MARCELO AUGUSTO PRESTES  TE43017  TAREFA - 431661 *
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
           SELECT     PPNGANL
                      ASSIGN        TO        PPNGANL
                      FILE  STATUS  IS        PPN-STATUS.
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
       FD              PPNGANL
                       RECORD     200
                       RECORDING  MODE       F
                       BLOCK      CONTAINS   0  RECORDS
                       LABEL      RECORD        OMITTED.
      *
       01              REG-PPNGANL           PIC  X(200).
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
       77          WHOST-AAMM-REFER    PIC S9(009)      VALUE +0 COMP.
       77          WHOST-DATA-REFER    PIC  X(008)      VALUE SPACES.
      *
       77          WHOST-ANO-REFER     PIC S9(004)      VALUE +0 COMP.
       77          WHOST-MES-REFER     PIC S9(004)      VALUE +0 COMP.
       77          WHOST-RAMO-SUSEP    PIC S9(004)      VALUE +0 COMP.
       77          WHOST-VLR-PREMIO    PIC S9(013)V99   VALUE +0 COMP-3.
       77          WHOST-REG-PREMIT    PIC  X(810)      VALUE SPACES.
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
         05        FILLER              PIC  X(074)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *        VISAO DO REGISTRO DO PREMIT GUARDADO NO HISTORICO       *
      *        (LAYOUT REGT-PREMIT DO RG1866B - CAMPOS DA PPNG)        *
      *----------------------------------------------------------------*
      *
       01          ENT-PREMIT.
      *
         05        FILLER              PIC  X(010).
         05        ENT-EMI-COD-CIA     PIC  9(005).
         05        FILLER              PIC  X(090).
         05        ENT-EMI-COD-RAMO    PIC  9(004).
         05        FILLER              PIC  X(007).
         05        ENT-EMI-NUM-APOL    PIC  9(013).
         05        FILLER              PIC  X(011).
         05        ENT-EMI-NUM-END     PIC  9(009).
         05        FILLER              PIC  X(072).
         05        ENT-EMI-DTINIVIG    PIC  9(008).
         05        ENT-EMI-DTFIMVIG    PIC  9(008).
         05        ENT-EMI-PR-EMIT     PIC  +9(012).99.
         05        ENT-EMI-PR-COS-CED  PIC  +9(012).99.
         05        FILLER              PIC  X(174).
         05        ENT-EMI-COD-PRODU   PIC  9(004).
         05        FILLER              PIC  X(250).
         05        ENT-EMI-INI-VIG-END PIC  9(008).
         05        ENT-EMI-FIM-VIG-END PIC  9(008).
         05        ENT-EMI-RAMO-COBERT PIC  9(004).
         05        ENT-EMI-MODL-COBERT PIC  9(004).
         05        ENT-EMI-PCT-QUOTA-R PIC  9999.99999.
         05        FILLER              PIC  X(030).
         05        ENT-EMI-TIPO-OPER   PIC  9(004).
         05        FILLER              PIC  X(045).
      *
      *----------------------------------------------------------------*
      *          LAYOUT DO ARQUIVO ANALITICO DA PPNG (PPNGANL)         *
      *----------------------------------------------------------------*
      *
       01          REGT-PPNGANL.
      *
         05        PPN-TIPO-REG        PIC  X(001)      VALUE 'D'.
         05        PPN-COD-CIA         PIC  9(005)      VALUE ZEROS.
         05        PPN-ANO-REFER       PIC  9(004)      VALUE ZEROS.
         05        PPN-MES-REFER       PIC  9(002)      VALUE ZEROS.
         05        PPN-RAMO-SUSEP      PIC  9(004)      VALUE ZEROS.
         05        PPN-NUM-APOL        PIC  9(013)      VALUE ZEROS.
         05        PPN-NUM-END         PIC  9(009)      VALUE ZEROS.
         05        PPN-TIPO-OPER       PIC  9(004)      VALUE ZEROS.
         05        PPN-COD-PRODU       PIC  9(004)      VALUE ZEROS.
         05        PPN-AAMM-ARQUIVO    PIC  9(006)      VALUE ZEROS.
         05        PPN-DT-INI-VIG      PIC  9(008)      VALUE ZEROS.
         05        PPN-DT-FIM-VIG      PIC  9(008)      VALUE ZEROS.
         05        PPN-IND-VIGENCIA    PIC  X(001)      VALUE SPACES.
         05        PPN-DIAS-VIGENCIA   PIC  9(005)      VALUE ZEROS.
         05        PPN-DIAS-DECORRER   PIC  9(005)      VALUE ZEROS.
         05        PPN-PR-EMIT         PIC  -(012)9.99.
         05        PPN-PR-COS-CED      PIC  -(012)9.99.
         05        PPN-PCT-QUOTA-R     PIC  9999.99999.
         05        PPN-PPNG-BRUTA      PIC  -(012)9.99.
         05        PPN-PPNG-COSSEG     PIC  -(012)9.99.
         05        PPN-PPNG-RESSEG     PIC  -(012)9.99.
         05        PPN-PPNG-RETIDA     PIC  -(012)9.99.
         05        PPN-IND-CUTOFF      PIC  X(001)      VALUE SPACES.
         05        FILLER              PIC  X(014)      VALUE SPACES.
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
      *     LINKAGE SUB-ROTINA RE0001S - PERCENTUAIS DO RESSEGURO      *
      *     (MESMA AREA DE PARAMETROS USADA PELO RG1866B)              *
      *----------------------------------------------------------------*
      *
       01       LKRE-PARM-RE0001S.
      *
         05     LKRE01-TIP-CALC        PIC  9(001).
         05     LKRE01-NUM-APOL        PIC  9(013).
         05     LKRE01-NRENDOS         PIC  9(009).
         05     LKRE01-DTINIVIG        PIC  X(010).
         05     LKRE01-PCTCED          PIC  9(004)V9(9).
         05     LKRE01-RAMOFR          PIC  9(004).
         05     LKRE01-MODALIFR        PIC  9(004).
         05     LKRE01-PCTRSP          PIC  9(004)V9(9).
         05     LKRE01-PCTRSP-IS       PIC  9(004)V9(9).
         05     LKRE01-PCTCOT          PIC  9(004)V9(9).
         05     LKRE01-PCTCTF          PIC  9(004)V9(9).
         05     LKRE01-PCTDNO          PIC  9(004)V9(9).
         05     LKRE01-PCTCOMCO        PIC  9(004)V9(9).
         05     LKRE01-PCTCOMRS        PIC  9(004)V9(9).
         05     LKRE01-DTCUTOFF        PIC  X(010)      VALUE SPACES.
         05     LKRE01-RECP-PSL        PIC  X(001)      VALUE SPACES.
         05     LKRE01-RECP-PSL        PIC  X(001)      VALUE SPACES.
         05     LKRE01-CONTR-RE        PIC  X(025)      VALUE SPACES.
         05     LKRE01-SQL-CODE        PIC  9(009).
         05     LKRE01-RTN-CODE        PIC  9(002).
         05     LKRE01-MENSAGEM        PIC  X(040).
      *
      *----------------------------------------------------------------*
      *                LINHAS DO RELATORIO (RELATO)                    *
      *----------------------------------------------------------------*
      *
       01          LIN-TITULO.
      *
         05        FILLER              PIC  X(041)      VALUE
               'RG1875B - PPNG PRO RATA DIE - REFERENCIA '.
         05        LTI-MES-REFER       PIC  9(002)      VALUE ZEROS.
         05        FILLER              PIC  X(001)      VALUE '/'.
         05        LTI-ANO-REFER       PIC  9(004)      VALUE ZEROS.
         05        FILLER              PIC  X(013)      VALUE
               ' - DATA BASE '.
         05        LTI-DATA-BASE       PIC  X(010)      VALUE SPACES.
         05        FILLER              PIC  X(011)      VALUE
               ' - EMISSAO '.
         05        LTI-DATA-EMIS       PIC  X(010)      VALUE SPACES.
         05        FILLER              PIC  X(040)      VALUE SPACES.
      *
       01          LIN-SUBTITULO.
      *
         05        LSU-TEXTO           PIC  X(070)      VALUE SPACES.
         05        FILLER              PIC  X(062)      VALUE SPACES.
      *
       01          LIN-CABEC-INC.
      *
         05        FILLER              PIC  X(045)      VALUE
               'RAMO  CIA    APOLICE        ENDOSSO    OPER  '.
         05        FILLER              PIC  X(046)      VALUE
               'AAAAMM  INI VIG   FIM VIG     PREMIO EMITIDO  '.
         05        FILLER              PIC  X(041)      VALUE
               'MOTIVO                                   '.
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
         05        LI-TIPO-OPER        PIC  9(004).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LI-AAMM-ARQUIVO     PIC  9(006).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LI-DT-INI-VIG       PIC  X(008).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LI-DT-FIM-VIG       PIC  X(008).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LI-PR-EMIT          PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LI-MOTIVO           PIC  X(040).
         05        FILLER              PIC  X(001)      VALUE SPACES.
      *
       01          LIN-CABEC-RSM.
      *
         05        FILLER              PIC  X(042)      VALUE
               'RAMO  CIA         QTDE    PREMIO EMITIDO  '.
         05        FILLER              PIC  X(036)      VALUE
               '    PPNG BRUTA     PPNG COSS CED  '.
         05        FILLER              PIC  X(034)      VALUE
               '  PPNG RESSEGURO       PPNG RETIDA'.
         05        FILLER              PIC  X(020)      VALUE SPACES.
      *
       01          LIN-RESUMO.
      *
         05        LR-RAMO-SUSEP       PIC  9(004).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LR-COD-CIA          PIC  9(005).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LR-QTDE-REG         PIC  Z(008)9.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LR-PR-EMIT          PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LR-PPNG-BRUTA       PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LR-PPNG-COSSEG      PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LR-PPNG-RESSEG      PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LR-PPNG-RETIDA      PIC  -(012)9.99.
         05        FILLER              PIC  X(020)      VALUE SPACES.
      *
       01          LIN-TOTAL-RSM.
      *
         05        FILLER              PIC  X(013)      VALUE
               'TOTAL GERAL  '.
         05        LT-QTDE-REG         PIC  Z(008)9.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LT-PR-EMIT          PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LT-PPNG-BRUTA       PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LT-PPNG-COSSEG      PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LT-PPNG-RESSEG      PIC  -(012)9.99.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LT-PPNG-RETIDA      PIC  -(012)9.99.
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
      *--* RESUMO DA PPNG POR RAMO_SUSEP/COD-CIA
      *
         05        RSM-QTDE-OCUP       PIC  9(004)      COMP
                                                         VALUE ZEROS.
         05        RSM-TAB-RESUMO      OCCURS  500      TIMES
                                       INDEXED   BY     RSM-IDX.
           10      RSM-TAB-RAMO        PIC  9(004)      VALUE ZEROS.
           10      RSM-TAB-COD-CIA     PIC  9(005)      VALUE ZEROS.
           10      RSM-TAB-QTDE        PIC  9(009)      VALUE ZEROS.
           10      RSM-TAB-PR-EMIT     PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
           10      RSM-TAB-BRUTA       PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
           10      RSM-TAB-COSSEG      PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
           10      RSM-TAB-RESSEG      PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
           10      RSM-TAB-RETIDA      PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
      *
      *----------------------------------------------------------------*
      *                     CHAVES DE CONTROLE DE LEITURA              *
      *----------------------------------------------------------------*
      *
       01          AREA-DE-WORK.
      *
         05        SYSIN-STATUS        PIC  9(002)      VALUE ZEROS.
         05        PPN-STATUS          PIC  9(002)      VALUE ZEROS.
         05        REL-STATUS          PIC  9(002)      VALUE ZEROS.
      *
         05        WFIM-PPNGHIST       PIC  X(001)      VALUE SPACES.
         05        WTEM-INCONS         PIC  X(001)      VALUE SPACES.
      *
         05        AC-L-PREMIT-HIST    PIC  9(009)      VALUE ZEROS.
         05        AC-G-PPNGANL        PIC  9(009)      VALUE ZEROS.
         05        AC-L-INCONSIST      PIC  9(009)      VALUE ZEROS.
         05        AC-L-CUTOFF         PIC  9(009)      VALUE ZEROS.
         05        AC-L-RE0001S        PIC  9(009)      VALUE ZEROS.
      *
         05        CTL-TOT-PR-EMIT     PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        CTL-TOT-BRUTA       PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        CTL-TOT-COSSEG      PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        CTL-TOT-RESSEG      PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        CTL-TOT-RETIDA      PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
      *
         05        CTL-SW-INCONSIST    PIC  X(001)      VALUE 'N'.
           88      CTL-HA-INCONSIST                     VALUE 'S'.
      *
      *--* VALORES DO GRUPO EM CALCULO
      *
         05        WS-PR-EMIT          PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        WS-PR-COS-CED       PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        WS-PCT-QUOTA        PIC  9(004)V9(5) VALUE ZEROS.
         05        WS-PPNG-BRUTA       PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        WS-PPNG-COSSEG      PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        WS-PPNG-RESSEG      PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        WS-PPNG-RETIDA      PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
      *
         05        WS-DT-INI-VIG       PIC  9(008)      VALUE ZEROS.
         05        WS-DT-FIM-VIG       PIC  9(008)      VALUE ZEROS.
         05        WS-IND-VIGENCIA     PIC  X(001)      VALUE SPACES.
         05        WS-IND-CUTOFF       PIC  X(001)      VALUE SPACES.
         05        WS-MOTIVO           PIC  X(040)      VALUE SPACES.
      *
         05        WS-DIAS-INI         PIC S9(009)      VALUE +0 COMP.
         05        WS-DIAS-FIM         PIC S9(009)      VALUE +0 COMP.
         05        WS-DIAS-REFER       PIC S9(009)      VALUE +0 COMP.
         05        WS-DIAS-VIGENCIA    PIC S9(009)      VALUE +0 COMP.
         05        WS-DIAS-DECORRER    PIC S9(009)      VALUE +0 COMP.
      *
      *--* DATA BASE DA PROVISAO (ULTIMO DIA DO MES DE REFERENCIA)
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
         05        WDATA-INIVIG-DB2.
           10      WDAT-INI-ANO        PIC  9(004)      VALUE ZEROS.
           10      FILLER              PIC  X(001)      VALUE '-'.
           10      WDAT-INI-MES        PIC  9(002)      VALUE ZEROS.
           10      FILLER              PIC  X(001)      VALUE '-'.
           10      WDAT-INI-DIA        PIC  9(002)      VALUE ZEROS.
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
               ' RG1875B  '.
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
           DISPLAY      'RG1875B - INICIO DE EXECUCAO (' WS-DATA-CURR
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
           OPEN          OUTPUT            PPNGANL.
      *
           IF  PPN-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0000 - ERRO NO OPEN DO ARQ PPNGANL'
               DISPLAY  'STATUS  - '  PPN-STATUS
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
           PERFORM   R0200-00-PROCESSA-HISTORICO.
      *
           PERFORM   R0500-00-GRAVA-TRAILER.
      *
           PERFORM   R0600-00-IMPRIME-RESUMO.
      *
           CLOSE         PPNGANL
                         RELATO.
      *
           DISPLAY   'REG. LIDOS PREMIT-HISTORICO    - '
                      AC-L-PREMIT-HIST.
           DISPLAY   'REG. GRAVADOS PPNGANL          - '
                      AC-G-PPNGANL.
           DISPLAY   'GRUPOS COM VIGENCIA INVALIDA   - '
                      AC-L-INCONSIST.
           DISPLAY   'CHAMADAS DA RE0001S            - '
                      AC-L-RE0001S.
           DISPLAY   'GRUPOS COM CUTOFF VENCIDO      - '
                      AC-L-CUTOFF.
      *
           MOVE      '00:00:00'          TO         WS-HORA-CURR.
      *
           ACCEPT     WS-HORA-ACCEPT     FROM       TIME.
           MOVE       WS-HOR-ACCEPT      TO         WS-HOR-CURR.
           MOVE       WS-MIN-ACCEPT      TO         WS-MIN-CURR.
           MOVE       WS-SEG-ACCEPT      TO         WS-SEG-CURR.
      *
           DISPLAY   'RG1875B - FINAL DE EXECUCAO  (' WS-DATA-CURR
                                          ' - '       WS-HORA-CURR ')'.
      *
           IF  CTL-HA-INCONSIST
               DISPLAY '*---   RG1875B  -  HA GRUPOS NAO PROVISIONADOS '
                       '-  VIDE RELATO   ---*'
               MOVE   4           TO     RETURN-CODE
           ELSE
               DISPLAY '*---   RG1875B  -  FIM  NORMAL   ---*'
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
       R0100-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* DATA BASE DA PROVISAO = ULTIMO DIA DO MES DE REFERENCIA.
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
           MOVE      WS-DATA-REFER       TO         WHOST-DATA-REFER.
      *
           MOVE      WS-REF-ANO          TO         WDAT-REF-ANO.
           MOVE      WS-REF-MES          TO         WDAT-REF-MES.
           MOVE      WS-REF-DIA          TO         WDAT-REF-DIA.
      *
           MOVE      WS-DATA-REFER       TO         WCAL-DATA.
           PERFORM   R0800-00-CALCULA-DIAS.
           MOVE      WCAL-DIAS           TO         WS-DIAS-REFER.
      *
           DISPLAY   'RG1875B - PPNG DE '  SYSIN-MES-REFER '/'
                     SYSIN-ANO-REFER  ' - DATA BASE '  WDATA-REFER-DB2.
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
           MOVE      'RG1875B'           TO         HDR-PROGRAMA.
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
           WRITE     REG-PPNGANL         FROM       REGT-ARQ-HEADER.
      *
           IF  PPN-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0180 - ERRO NO WRITE DO HEADER DO PPNGANL'
               DISPLAY  'STATUS  - '  PPN-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
       R0180-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* GRUPOS ARQUIVADOS ATE O MES DE REFERENCIA AINDA EM VIGOR NA
      *--* DATA BASE (FIM DA VIGENCIA DO ENDOSSO, OU DA APOLICE QUANDO
      *--* A DO ENDOSSO ESTA ZERADA, POSTERIOR A DATA BASE).
      *--* OS PRODUTOS 7705/7716/7725 (RAMO 77) SAO EXCLUIDOS A PARTIR
      *--* DE 08/2018, MIGRADOS PARA O SISTEMA SMART.
      *
       R0200-00-PROCESSA-HISTORICO SECTION.
      *-------------------------------------
      *
           MOVE         '020'            TO               WNR-EXEC-SQL.
      *
           EXEC  SQL  DECLARE   PPNGHIST   CURSOR   FOR
              SELECT  ANO_REFERENCIA,
                      MES_REFERENCIA,
                      RAMO_SUSEP,
                      VLR_PREMIO_EMITIDO,
                      REGISTRO_PREMIT
                FROM  SEGUROS.PREMIT_HISTORICO
               WHERE  (ANO_REFERENCIA * 100 + MES_REFERENCIA)
                                     <=  :WHOST-AAMM-REFER
                 AND  CASE WHEN SUBSTR(REGISTRO_PREMIT,698,8)
                                                 =  '00000000'
                             OR SUBSTR(REGISTRO_PREMIT,706,8)
                                                 =  '00000000'
                           THEN SUBSTR(REGISTRO_PREMIT,230,8)
                           ELSE SUBSTR(REGISTRO_PREMIT,706,8)
                      END                 >  :WHOST-DATA-REFER
                 AND  NOT (RAMO_SUSEP   IN  (0969,0982)
                 AND  SUBSTR(REGISTRO_PREMIT,444,4)
                                        IN  ('7705','7716','7725')
                 AND  (ANO_REFERENCIA * 100 + MES_REFERENCIA)
                                        >=  201808)
               ORDER  BY
                      RAMO_SUSEP,
                      SUBSTR(REGISTRO_PREMIT,11,5),
                      NUM_APOLICE,
                      NRENDOS,
                      TIPO_OPERACAO,
                      ANO_REFERENCIA,
                      MES_REFERENCIA,
                      NUM_SEQ
                WITH  UR
           END-EXEC.
      *
           EXEC  SQL   OPEN   PPNGHIST      END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               DISPLAY 'R0200 - ERRO NO OPEN DO CURSOR PPNGHIST'
               GO   TO  R9999-00-ROT-ERRO.
      *
           MOVE      SPACES              TO         WFIM-PPNGHIST.
      *
           PERFORM   R0220-00-FETCH-PPNGHIST  UNTIL
                     WFIM-PPNGHIST  NOT  EQUAL  SPACES.
      *
       R0200-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0220-00-FETCH-PPNGHIST     SECTION.
      *-------------------------------------
      *
           MOVE         '022'            TO               WNR-EXEC-SQL.
      *
           EXEC  SQL     FETCH           PPNGHIST
                 INTO   :WHOST-ANO-REFER,
                        :WHOST-MES-REFER,
                        :WHOST-RAMO-SUSEP,
                        :WHOST-VLR-PREMIO,
                        :WHOST-REG-PREMIT
           END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               IF  SQLCODE       EQUAL  100
                   MOVE     'S'  TO     WFIM-PPNGHIST
                   EXEC     SQL  CLOSE      PPNGHIST   END-EXEC
                   GO       TO   R0220-99-SAIDA
               ELSE
                   DISPLAY 'R0220 - ERRO DE FETCH NO CURSOR PPNGHIST'
                   GO   TO  R9999-00-ROT-ERRO
               END-IF.
      *
           ADD       1                   TO         AC-L-PREMIT-HIST.
      *
           MOVE      WHOST-REG-PREMIT    TO         ENT-PREMIT.
      *
           PERFORM   R0300-00-CALCULA-PPNG.
      *
       R0220-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* PPNG PRO RATA DIE DO GRUPO:
      *--*   DIAS DE VIGENCIA = FIM - INICIO
      *--*   DIAS A DECORRER  = FIM - DATA BASE (OU DIAS DE VIGENCIA
      *--*                      INTEIROS QUANDO O RISCO AINDA NAO
      *--*                      INICIOU NA DATA BASE)
      *
       R0300-00-CALCULA-PPNG       SECTION.
      *-------------------------------------
      *
           MOVE         '030'            TO               WNR-EXEC-SQL.
      *
           MOVE      WHOST-VLR-PREMIO    TO         WS-PR-EMIT.
           MOVE      ENT-EMI-PR-COS-CED  TO         WS-PR-COS-CED.
      *
           IF  ENT-EMI-PCT-QUOTA-R  NOT  NUMERIC
               MOVE   ZEROS              TO         WS-PCT-QUOTA
           ELSE
               MOVE   ENT-EMI-PCT-QUOTA-R
                                         TO         WS-PCT-QUOTA.
      *
           PERFORM   R0320-00-DEFINE-VIGENCIA.
      *
           IF  WS-MOTIVO  NOT  EQUAL  SPACES
               PERFORM  R0400-00-LISTA-INCONSISTENCIA
               GO   TO  R0300-99-SAIDA.
      *
           MOVE      WS-DT-INI-VIG       TO         WCAL-DATA.
           PERFORM   R0800-00-CALCULA-DIAS.
           MOVE      WCAL-DIAS           TO         WS-DIAS-INI.
      *
           MOVE      WS-DT-FIM-VIG       TO         WCAL-DATA.
           PERFORM   R0800-00-CALCULA-DIAS.
           MOVE      WCAL-DIAS           TO         WS-DIAS-FIM.
      *
           COMPUTE   WS-DIAS-VIGENCIA  =  WS-DIAS-FIM  -  WS-DIAS-INI.
      *
           IF  WS-DIAS-VIGENCIA  NOT  GREATER  ZEROS
               MOVE   'FIM DE VIGENCIA NAO POSTERIOR AO INICIO'
                                         TO         WS-MOTIVO
               PERFORM  R0400-00-LISTA-INCONSISTENCIA
               GO   TO  R0300-99-SAIDA.
      *
           IF  WS-DIAS-REFER  LESS  WS-DIAS-INI
               MOVE   WS-DIAS-VIGENCIA   TO         WS-DIAS-DECORRER
           ELSE
               COMPUTE  WS-DIAS-DECORRER  =  WS-DIAS-FIM
                                          -  WS-DIAS-REFER.
      *
           IF  WS-DIAS-DECORRER  LESS  ZEROS
               MOVE   ZEROS              TO         WS-DIAS-DECORRER.
      *
           COMPUTE   WS-PPNG-BRUTA   ROUNDED  =  WS-PR-EMIT
                                     *  WS-DIAS-DECORRER
                                     /  WS-DIAS-VIGENCIA.
      *
           COMPUTE   WS-PPNG-COSSEG  ROUNDED  =  WS-PR-COS-CED
                                     *  WS-DIAS-DECORRER
                                     /  WS-DIAS-VIGENCIA.
      *
           MOVE      ZEROS               TO         WS-PPNG-RESSEG.
           MOVE      'N'                 TO         WS-IND-CUTOFF.
      *
           IF  WS-PCT-QUOTA  GREATER  ZEROS
               PERFORM  R0340-00-VERIFICA-CUTOFF
               IF  WS-IND-CUTOFF  NOT  EQUAL  'S'
                   COMPUTE  WS-PPNG-RESSEG  ROUNDED  =
                           (WS-PPNG-BRUTA  -  WS-PPNG-COSSEG)
                         *  WS-PCT-QUOTA   /  100
               END-IF
           END-IF.
      *
           COMPUTE   WS-PPNG-RETIDA  =  WS-PPNG-BRUTA
                                     -  WS-PPNG-COSSEG
                                     -  WS-PPNG-RESSEG.
      *
           PERFORM   R0360-00-GRAVA-ANALITICO.
      *
           PERFORM   R0380-00-ACUMULA-RESUMO.
      *
       R0300-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* VIGENCIA DO ENDOSSO QUANDO INFORMADA ('E'); SENAO A DA
      *--* APOLICE ('A'). DATA NAO NUMERICA OU COM MES/DIA FORA DE
      *--* FAIXA DEVOLVE O MOTIVO DA INCONSISTENCIA EM WS-MOTIVO.
      *
       R0320-00-DEFINE-VIGENCIA    SECTION.
      *-------------------------------------
      *
           MOVE      SPACES              TO         WS-MOTIVO.
      *
           IF  ENT-EMI-INI-VIG-END  NUMERIC            AND
               ENT-EMI-FIM-VIG-END  NUMERIC            AND
               ENT-EMI-INI-VIG-END  NOT  EQUAL  ZEROS  AND
               ENT-EMI-FIM-VIG-END  NOT  EQUAL  ZEROS
               MOVE   'E'                TO         WS-IND-VIGENCIA
               MOVE   ENT-EMI-INI-VIG-END
                                         TO         WS-DT-INI-VIG
               MOVE   ENT-EMI-FIM-VIG-END
                                         TO         WS-DT-FIM-VIG
           ELSE
               IF  ENT-EMI-DTINIVIG  NOT  NUMERIC  OR
                   ENT-EMI-DTFIMVIG  NOT  NUMERIC
                   MOVE  'VIGENCIA DA APOLICE NAO NUMERICA'
                                         TO         WS-MOTIVO
                   GO    TO    R0320-99-SAIDA
               ELSE
                   MOVE  'A'             TO         WS-IND-VIGENCIA
                   MOVE  ENT-EMI-DTINIVIG
                                         TO         WS-DT-INI-VIG
                   MOVE  ENT-EMI-DTFIMVIG
                                         TO         WS-DT-FIM-VIG.
      *
           MOVE      WS-DT-INI-VIG       TO         WCAL-DATA.
      *
           IF  WCAL-MES  EQUAL  ZEROS  OR  WCAL-MES  GREATER  12  OR
               WCAL-DIA  EQUAL  ZEROS  OR  WCAL-DIA  GREATER  31
               MOVE   'DATA DE INICIO DE VIGENCIA INVALIDA'
                                         TO         WS-MOTIVO
               GO   TO   R0320-99-SAIDA.
      *
           MOVE      WS-DT-FIM-VIG       TO         WCAL-DATA.
      *
           IF  WCAL-MES  EQUAL  ZEROS  OR  WCAL-MES  GREATER  12  OR
               WCAL-DIA  EQUAL  ZEROS  OR  WCAL-DIA  GREATER  31
               MOVE   'DATA DE FIM DE VIGENCIA INVALIDA'
                                         TO         WS-MOTIVO.
      *
       R0320-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* OBTEM DA RE0001S A DATA DE CUTOFF DO CONTRATO DE COTA DO
      *--* GRUPO. CUTOFF JA ALCANCADO NA DATA BASE SIGNIFICA QUE A
      *--* CARTEIRA FOI RETIRADA DO RESSEGURADOR: A PARCELA NAO GANHA
      *--* VOLTA PARA A RETENCAO DA COMPANHIA ('S' EM WS-IND-CUTOFF).
      *
       R0340-00-VERIFICA-CUTOFF    SECTION.
      *-------------------------------------
      *
           MOVE         '034'            TO               WNR-EXEC-SQL.
      *
           INITIALIZE   LKRE-PARM-RE0001S.
      *
           MOVE      2                   TO         LKRE01-TIP-CALC.
           MOVE      ENT-EMI-NUM-APOL    TO         LKRE01-NUM-APOL.
           MOVE      ENT-EMI-NUM-END     TO         LKRE01-NRENDOS.
           MOVE      ENT-EMI-RAMO-COBERT TO         LKRE01-RAMOFR.
           MOVE      ENT-EMI-MODL-COBERT TO         LKRE01-MODALIFR.
      *
           IF  WS-PR-EMIT  =  ZEROS
               MOVE     ZEROS            TO         LKRE01-PCTCED
           ELSE
               COMPUTE  LKRE01-PCTCED  ROUNDED  =  (WS-PR-COS-CED
                                                *   100)
                                                /   WS-PR-EMIT
                    ON  SIZE  ERROR
                              MOVE   ZEROS    TO    LKRE01-PCTCED
           END-IF.
      *
           MOVE      ENT-EMI-DTINIVIG    TO         WS-DATA-DBF.
           MOVE      WS-DBF-ANO          TO         WDAT-INI-ANO.
           MOVE      WS-DBF-MES          TO         WDAT-INI-MES.
           MOVE      WS-DBF-DIA          TO         WDAT-INI-DIA.
           MOVE      WDATA-INIVIG-DB2    TO         LKRE01-DTINIVIG.
      *
           ADD       1                   TO         AC-L-RE0001S.
      *
           CALL     'RE0001S'      USING     LKRE-PARM-RE0001S.
      *
           IF  LKRE01-RTN-CODE  NOT  EQUAL  ZEROS  OR
               LKRE01-SQL-CODE  NOT  EQUAL  ZEROS
               DISPLAY 'R0340 - ERRO NO CALL DA SUB-ROT RE0001S'
               MOVE     LKRE01-SQL-CODE   TO    SQLCODE
               DISPLAY 'MENSAGEM - ' LKRE01-MENSAGEM
               DISPLAY 'APOLICE  - ' LKRE01-NUM-APOL
               DISPLAY 'ENDOSSO  - ' LKRE01-NRENDOS
               DISPLAY 'RAMO COB - ' LKRE01-RAMOFR
               DISPLAY 'MODL COB - ' LKRE01-MODALIFR
               DISPLAY 'INIC VIG - ' LKRE01-DTINIVIG
               GO   TO  R9999-00-ROT-ERRO.
      *
           IF  LKRE01-DTCUTOFF  NOT  EQUAL  SPACES      AND
               LKRE01-DTCUTOFF (1:4)  NUMERIC           AND
               LKRE01-DTCUTOFF (1:4)  NOT  EQUAL  '0001' AND
               LKRE01-DTCUTOFF  NOT  GREATER  WDATA-REFER-DB2
               MOVE   'S'                TO         WS-IND-CUTOFF
               ADD    1                  TO         AC-L-CUTOFF.
      *
       R0340-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0360-00-GRAVA-ANALITICO    SECTION.
      *-------------------------------------
      *
           MOVE      ENT-EMI-COD-CIA     TO         PPN-COD-CIA.
           MOVE      SYSIN-ANO-REFER     TO         PPN-ANO-REFER.
           MOVE      SYSIN-MES-REFER     TO         PPN-MES-REFER.
           MOVE      WHOST-RAMO-SUSEP    TO         PPN-RAMO-SUSEP.
           MOVE      ENT-EMI-NUM-APOL    TO         PPN-NUM-APOL.
           MOVE      ENT-EMI-NUM-END     TO         PPN-NUM-END.
           MOVE      ENT-EMI-TIPO-OPER   TO         PPN-TIPO-OPER.
           MOVE      ENT-EMI-COD-PRODU   TO         PPN-COD-PRODU.
      *
           MOVE      WHOST-ANO-REFER     TO         WS-DBF-ANO.
           MOVE      WHOST-MES-REFER     TO         WS-DBF-MES.
           MOVE      WS-DATA-DBF (1:6)   TO         PPN-AAMM-ARQUIVO.
      *
           MOVE      WS-DT-INI-VIG       TO         PPN-DT-INI-VIG.
           MOVE      WS-DT-FIM-VIG       TO         PPN-DT-FIM-VIG.
           MOVE      WS-IND-VIGENCIA     TO         PPN-IND-VIGENCIA.
           MOVE      WS-DIAS-VIGENCIA    TO         PPN-DIAS-VIGENCIA.
           MOVE      WS-DIAS-DECORRER    TO         PPN-DIAS-DECORRER.
           MOVE      WS-PR-EMIT          TO         PPN-PR-EMIT.
           MOVE      WS-PR-COS-CED       TO         PPN-PR-COS-CED.
           MOVE      WS-PCT-QUOTA        TO         PPN-PCT-QUOTA-R.
           MOVE      WS-PPNG-BRUTA       TO         PPN-PPNG-BRUTA.
           MOVE      WS-PPNG-COSSEG      TO         PPN-PPNG-COSSEG.
           MOVE      WS-PPNG-RESSEG      TO         PPN-PPNG-RESSEG.
           MOVE      WS-PPNG-RETIDA      TO         PPN-PPNG-RETIDA.
           MOVE      WS-IND-CUTOFF       TO         PPN-IND-CUTOFF.
      *
           WRITE     REG-PPNGANL         FROM       REGT-PPNGANL.
      *
           IF  PPN-STATUS  NOT  EQUAL  ZEROS
               DISPLAY 'R0360 - ERRO NO WRITE DO ARQ PPNGANL'
               DISPLAY 'STATUS  - '  PPN-STATUS
               GO   TO  R9999-00-ROT-ERRO.
      *
           ADD       1                   TO         AC-G-PPNGANL.
      *
           ADD       WS-PR-EMIT          TO         CTL-TOT-PR-EMIT.
           ADD       WS-PPNG-BRUTA       TO         CTL-TOT-BRUTA.
           ADD       WS-PPNG-COSSEG      TO         CTL-TOT-COSSEG.
           ADD       WS-PPNG-RESSEG      TO         CTL-TOT-RESSEG.
           ADD       WS-PPNG-RETIDA      TO         CTL-TOT-RETIDA.
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
                              ENT-EMI-COD-CIA
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
           IF  RSM-QTDE-OCUP  NOT  LESS  500
               DISPLAY 'R0385 - TABELA DE RESUMO DA PPNG CHEIA - 500'
               DISPLAY 'RAMO SUSEP  - '  WHOST-RAMO-SUSEP
               DISPLAY 'COMPANHIA   - '  ENT-EMI-COD-CIA
               GO   TO  R9999-00-ROT-ERRO.
      *
           ADD       1                   TO         RSM-QTDE-OCUP.
           SET       RSM-IDX             TO         RSM-QTDE-OCUP.
      *
           MOVE      WHOST-RAMO-SUSEP    TO    RSM-TAB-RAMO (RSM-IDX).
           MOVE      ENT-EMI-COD-CIA     TO    RSM-TAB-COD-CIA
                                                (RSM-IDX).
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
           ADD       WS-PR-EMIT          TO    RSM-TAB-PR-EMIT
                                                (RSM-IDX).
           ADD       WS-PPNG-BRUTA       TO    RSM-TAB-BRUTA (RSM-IDX).
           ADD       WS-PPNG-COSSEG      TO    RSM-TAB-COSSEG
                                                (RSM-IDX).
           ADD       WS-PPNG-RESSEG      TO    RSM-TAB-RESSEG
                                                (RSM-IDX).
           ADD       WS-PPNG-RETIDA      TO    RSM-TAB-RETIDA
                                                (RSM-IDX).
      *
       R0388-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* GRUPO COM VIGENCIA INVALIDA NAO ENTRA NA PROVISAO: E LISTADO
      *--* PARA CORRECAO NO CADASTRO (O PRIMEIRO ABRE O BLOCO).
      *
       R0400-00-LISTA-INCONSISTENCIA SECTION.
      *-------------------------------------
      *
           ADD       1                   TO         AC-L-INCONSIST.
           MOVE      'S'                 TO         CTL-SW-INCONSIST.
      *
           IF  WTEM-INCONS  NOT  EQUAL  'S'
               MOVE   'S'                TO         WTEM-INCONS
               MOVE   'GRUPOS NAO PROVISIONADOS - VIGENCIA INVALIDA NO '
                                         TO         LSU-TEXTO
               MOVE   'HISTORICO'        TO         LSU-TEXTO (49:9)
               MOVE   LIN-SUBTITULO      TO         REG-RELATO
               PERFORM  R0900-00-GRAVA-RELATO
               MOVE   LIN-CABEC-INC      TO         REG-RELATO
               PERFORM  R0900-00-GRAVA-RELATO.
      *
           MOVE      WHOST-RAMO-SUSEP    TO         LI-RAMO-SUSEP.
           MOVE      ENT-EMI-COD-CIA     TO         LI-COD-CIA.
           MOVE      ENT-EMI-NUM-APOL    TO         LI-NUM-APOL.
           MOVE      ENT-EMI-NUM-END     TO         LI-NUM-END.
           MOVE      ENT-EMI-TIPO-OPER   TO         LI-TIPO-OPER.
      *
           MOVE      WHOST-ANO-REFER     TO         WS-DBF-ANO.
           MOVE      WHOST-MES-REFER     TO         WS-DBF-MES.
           MOVE      WS-DATA-DBF (1:6)   TO         LI-AAMM-ARQUIVO.
      *
           IF  WS-IND-VIGENCIA  EQUAL  'E'
               MOVE   ENT-EMI-INI-VIG-END  TO       LI-DT-INI-VIG
               MOVE   ENT-EMI-FIM-VIG-END  TO       LI-DT-FIM-VIG
           ELSE
               MOVE   ENT-EMI-DTINIVIG     TO       LI-DT-INI-VIG
               MOVE   ENT-EMI-DTFIMVIG     TO       LI-DT-FIM-VIG.
      *
           MOVE      WS-PR-EMIT          TO         LI-PR-EMIT.
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
      *--* TRAILER DO ANALITICO: QUANTIDADE DE DETALHES E TOTAL DA
      *--* PPNG BRUTA, PARA CONFERENCIA PELA AREA ATUARIAL.
      *
       R0500-00-GRAVA-TRAILER      SECTION.
      *-------------------------------------
      *
           ACCEPT    WS-HORA-ACCEPT      FROM       TIME.
      *
           MOVE      WS-HORA-ACCEPT      TO         TRL-HORA-GERACAO.
           MOVE      AC-G-PPNGANL        TO         TRL-QTDE-REG.
           MOVE      CTL-TOT-BRUTA       TO         TRL-VLR-TOTAL.
      *
           WRITE     REG-PPNGANL         FROM       REGT-ARQ-TRAILER.
      *
           IF  PPN-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0500 - ERRO NO WRITE DO TRAILER DO PPNGANL'
               DISPLAY  'STATUS  - '  PPN-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
       R0500-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* RESUMO POR RAMO_SUSEP/COD-CIA (A TABELA JA ESTA NA ORDEM DO
      *--* CURSOR) E TOTAL GERAL, IGUAL AO TRAILER DO PPNGANL.
      *
       R0600-00-IMPRIME-RESUMO     SECTION.
      *-------------------------------------
      *
           IF  WTEM-INCONS  EQUAL  'S'
               MOVE   LIN-SEPARADOR      TO         REG-RELATO
               PERFORM  R0900-00-GRAVA-RELATO.
      *
           MOVE      'RESUMO DA PPNG POR RAMO SUSEP E COMPANHIA'
                                         TO         LSU-TEXTO.
           MOVE      LIN-SUBTITULO       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
           MOVE      LIN-CABEC-RSM       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           PERFORM   R0610-00-IMPRIME-LINHA-RESUMO
                     VARYING   RSM-IDX   FROM  1  BY  1
                     UNTIL     RSM-IDX   GREATER   RSM-QTDE-OCUP.
      *
           MOVE      AC-G-PPNGANL        TO         LT-QTDE-REG.
           MOVE      CTL-TOT-PR-EMIT     TO         LT-PR-EMIT.
           MOVE      CTL-TOT-BRUTA       TO         LT-PPNG-BRUTA.
           MOVE      CTL-TOT-COSSEG      TO         LT-PPNG-COSSEG.
           MOVE      CTL-TOT-RESSEG      TO         LT-PPNG-RESSEG.
           MOVE      CTL-TOT-RETIDA      TO         LT-PPNG-RETIDA.
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
           MOVE      RSM-TAB-QTDE (RSM-IDX)     TO  LR-QTDE-REG.
           MOVE      RSM-TAB-PR-EMIT (RSM-IDX)  TO  LR-PR-EMIT.
           MOVE      RSM-TAB-BRUTA (RSM-IDX)    TO  LR-PPNG-BRUTA.
           MOVE      RSM-TAB-COSSEG (RSM-IDX)   TO  LR-PPNG-COSSEG.
           MOVE      RSM-TAB-RESSEG (RSM-IDX)   TO  LR-PPNG-RESSEG.
           MOVE      RSM-TAB-RETIDA (RSM-IDX)   TO  LR-PPNG-RETIDA.
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
           CLOSE    PPNGANL.
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
      *----RG1875B-----------------------------------------------------*
      *
