       IDENTIFICATION               DIVISION.
      *--------------------------------------
      *
       PROGRAM-ID.                  RG1880B.
      *
      *----------------------------------------------------------------*
      *   SISTEMA ................  REGISTROS GERAIS                   *
      *   PROGRAMA ...............  RG1880B                            *
      *----------------------------------------------------------------*
      *   ANALISTA ...............  GILSON                             *
      *   PROGRAMADOR ............  MARCELO AUGUSTO PRESTES  TE43017   *
      *   DATA CODIFICACAO .......  23/12/2026                         *
      *----------------------------------------------------------------*
      *   FUNCAO: CONFRONTO DOS ARQUIVOS PREMIT/PREMCED NO LEIAUTE DA  *
      *           CIRCULAR SUSEP 360 COM OS ARQUIVOS PREMIT2/PREMCED2  *
      *           NO NOVO LEIAUTE, GERADOS NA MESMA EXECUCAO DO        *
      *           RG1866B QUANDO A SOLICITACAO TEM VERSAO_LAYOUT = 2   *
      *           (PERIODO DE TRANSICAO, EM QUE A SUSEP RECEBE OS DOIS *
      *           FORMATOS).                                           *
      *           OS DETALHES DOS QUATRO ARQUIVOS SAO CLASSIFICADOS    *
      *           POR COMPANHIA, APOLICE, ENDOSSO, TIPO DE OPERACAO E  *
      *           CONGENERE (ESTA SO NO PREMCED) E CONFRONTADOS POR    *
      *           QUEBRA, LEIAUTE 360 X NOVO LEIAUTE:                  *
      *           LT01 - GRUPO PRESENTE SO NO LEIAUTE 360;             *
      *           LT02 - GRUPO PRESENTE SO NO NOVO LEIAUTE;            *
      *           LT03 - QUANTIDADE DE DETALHES DO GRUPO DIFERENTE;    *
      *           LT04 - VALOR PRINCIPAL DO GRUPO DIFERENTE (PREMIO    *
      *                  EMITIDO NO PREMIT, PREMIO CEDIDO NO PREMCED); *
      *           LT05 - VALOR COMPLEMENTAR DO GRUPO DIFERENTE         *
      *                  (COSSEGURO CEDIDO NO PREMIT, COMISSAO DE      *
      *                  COSSEGURO NO PREMCED);                        *
      *           LT06 - SOMA DOS TRAILERS DIFERENTE ENTRE OS LEIAUTES *
      *                  (QUANTIDADE OU VALOR TOTAL).                  *
      *           OS QUATRO ARQUIVOS TEM DE SER DO MESMO ANO/MES DE    *
      *           REFERENCIA E O HEADER DO PREMIT2/PREMCED2 TEM DE     *
      *           TRAZER A VERSAO 02 DO LEIAUTE.                       *
      *           O RELATORIO TERMINA COM A SITUACAO POR COMPANHIA:    *
      *           'APTA' QUANDO A COMPANHIA NAO TEM DIVERGENCIA NEM HA *
      *           DIVERGENCIA DE TRAILER. A RETIRADA DO LEIAUTE 360 E  *
      *           FEITA POR COMPANHIA NA SEPARACAO/TRANSMISSAO DOS     *
      *           ARQUIVOS (RG1869B), COM ESTE RELATORIO COMO          *
      *           EVIDENCIA; A EXTRACAO DO RG1866B NAO MUDA.           *
      *           HAVENDO DIVERGENCIA, O PROGRAMA TERMINA COM          *
      *           RETURN-CODE 4, COMO O RG1876B.                       *
      *                                                                *
      * ARQUIVO                                                ACESSO  *
      *--------------------------------------------------------------- *
      * PREMIT   (GERADO PELO RG1866B - LEIAUTE 360)           INPUT   *
      * PREMCED  (GERADO PELO RG1866B - LEIAUTE 360)           INPUT   *
      * PREMIT2  (GERADO PELO RG1866B - NOVO LEIAUTE)          INPUT   *
      * PREMCED2 (GERADO PELO RG1866B - NOVO LEIAUTE)          INPUT   *
      * SORTWK01 (CLASSIFICACAO PELA CHAVE DO GRUPO)           WORK    *
      * RELATO   (RELATORIO DO CONFRONTO)                      OUTPUT  *
      *----------------------------------------------------------------*
      *  ALTERACAO - PROGRAMA CRIADO PARA CONFRONTAR OS ARQUIVOS DO    *
      *              LEIAUTE 360 COM OS DO NOVO LEIAUTE SUSEP DURANTE  *
      *              A TRANSICAO.                                      *
      * 23/12/2026 - MARCELO AUGUSTO PRESTES  TE43017  TAREFA - 431667 *
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
           SELECT     PREMCED
                      ASSIGN        TO        PREMCED
                      FILE  STATUS  IS        CED-STATUS.
      *
           SELECT     PREMIT2
                      ASSIGN        TO        PREMIT2
                      FILE  STATUS  IS        EM2-STATUS.
      *
           SELECT     PREMCED2
                      ASSIGN        TO        PREMCED2
                      FILE  STATUS  IS        CE2-STATUS.
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
       FD              PREMIT2
                       RECORD     900
                       RECORDING  MODE       F
                       BLOCK      CONTAINS   0  RECORDS
                       LABEL      RECORD        OMITTED.
      *
       01              REG-PREMIT2           PIC  X(900).
      *
       FD              PREMCED2
                       RECORD     200
                       RECORDING  MODE       F
                       BLOCK      CONTAINS   0  RECORDS
                       LABEL      RECORD        OMITTED.
      *
       01              REG-PREMCED2          PIC  X(200).
      *
      *--* REGISTRO DE CLASSIFICACAO: UM POR DETALHE DOS QUATRO
      *--* ARQUIVOS. DENTRO DA MESMA CHAVE O LEIAUTE 360 ('1') VEM
      *--* ANTES DO NOVO LEIAUTE ('2'). O PREMIT E CLASSIFICADO COM
      *--* CONGENERE ZERADA.
      *
       SD              ARQSORT.
      *
       01              REG-SORT.
      *
         05            SRT-COD-CIA           PIC  X(005).
         05            SRT-NUM-APOL          PIC  X(013).
         05            SRT-NUM-END           PIC  X(009).
         05            SRT-TIPO-OPER         PIC  X(004).
         05            SRT-ARQUIVO           PIC  X(001).
           88          SRT-ARQUIVO-PREMIT               VALUE '1'.
           88          SRT-ARQUIVO-PREMCED              VALUE '2'.
         05            SRT-COD-COSS          PIC  X(005).
         05            SRT-LEIAUTE           PIC  X(001).
           88          SRT-LEIAUTE-360                  VALUE '1'.
           88          SRT-LEIAUTE-NOVO                 VALUE '2'.
         05            SRT-NUM-SEQ           PIC  9(010).
         05            SRT-VALOR             PIC S9(013)V99   COMP-3.
         05            SRT-VALOR-COMPL       PIC S9(013)V99   COMP-3.
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
      *        LAYOUT DO REGISTRO DE ENTRADA DO ARQUIVO PREMIT         *
      *        (DETALHE GERADO PELO RG1866B - VIDE REGT-PREMIT)        *
      *----------------------------------------------------------------*
      *
       01          ENT-PREMIT.
      *
         05        ENT-EMI-SEQ         PIC  9(010).
         05        ENT-EMI-COD-CIA     PIC  9(005).
         05        FILLER              PIC  X(101).
         05        ENT-EMI-NUM-APOL    PIC  9(013).
         05        FILLER              PIC  X(011).
         05        ENT-EMI-NUM-END     PIC  9(009).
         05        FILLER              PIC  X(088).
         05        ENT-EMI-PR-EMIT     PIC  +9(012).99.
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
         05        ENT-CED-COD-CIA     PIC  9(005).
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
      *        LAYOUT DO REGISTRO DE ENTRADA DO ARQUIVO PREMIT2        *
      *        (DETALHE GERADO PELO RG1866B - VIDE REGT-PREMIT2)       *
      *----------------------------------------------------------------*
      *
       01          ENT-PREMIT2.
      *
         05        ENT-EM2-TIPO-REG    PIC  X(001).
         05        ENT-EM2-SEQ         PIC  9(010).
         05        ENT-EM2-COD-CIA     PIC  9(005).
         05        FILLER              PIC  X(017).
         05        ENT-EM2-NUM-APOL    PIC  9(013).
         05        FILLER              PIC  X(011).
         05        ENT-EM2-NUM-END     PIC  9(009).
         05        ENT-EM2-TIPO-OPER   PIC  9(004).
         05        FILLER              PIC  X(263).
         05        ENT-EM2-PR-EMIT     PIC S9(013)V99
                                       SIGN  LEADING  SEPARATE.
         05        ENT-EM2-PR-COS-CED  PIC S9(013)V99
                                       SIGN  LEADING  SEPARATE.
         05        FILLER              PIC  X(535).
      *
      *----------------------------------------------------------------*
      *        LAYOUT DO REGISTRO DE ENTRADA DO ARQUIVO PREMCED2       *
      *        (DETALHE GERADO PELO RG1866B - VIDE REGT-PREMCED2)      *
      *----------------------------------------------------------------*
      *
       01          ENT-PREMCED2.
      *
         05        ENT-CE2-TIPO-REG    PIC  X(001).
         05        ENT-CE2-SEQ         PIC  9(010).
         05        ENT-CE2-COD-CIA     PIC  9(005).
         05        FILLER              PIC  X(013).
         05        ENT-CE2-NUM-APOL    PIC  9(013).
         05        FILLER              PIC  X(011).
         05        ENT-CE2-NUM-END     PIC  9(009).
         05        ENT-CE2-TIPO-OPER   PIC  9(004).
         05        FILLER              PIC  X(003).
         05        ENT-CE2-COD-COSS    PIC  9(005).
         05        FILLER              PIC  X(061).
         05        ENT-CE2-PR-COS-CED  PIC S9(013)V99
                                       SIGN  LEADING  SEPARATE.
         05        ENT-CE2-COMIS-COSS  PIC S9(013)V99
                                       SIGN  LEADING  SEPARATE.
         05        FILLER              PIC  X(033).
      *
      *--* VISAO DO HEADER GRAVADO PELO RG1866B (COMUM AOS QUATRO
      *--* ARQUIVOS; NO PREMIT2/PREMCED2 A VERSAO DO LEIAUTE VEM NAS
      *--* POSICOES 40-41, EM BRANCO NOS ARQUIVOS DO LEIAUTE 360)
      *
       01          ENT-HEADER.
      *
         05        ENT-HDR-TIPO-REG    PIC  X(001).
         05        ENT-HDR-PROGRAMA    PIC  X(008).
         05        ENT-HDR-ANO-REFER   PIC  9(004).
         05        ENT-HDR-MES-REFER   PIC  9(002).
         05        FILLER              PIC  X(024).
         05        ENT-HDR-VERSAO      PIC  X(002).
         05        FILLER              PIC  X(009).
      *
      *--* VISAO DO TRAILER DO LEIAUTE 360 (REGT-ARQ-TRAILER)
      *
       01          ENT-TRAILER.
      *
         05        ENT-TRL-TIPO-REG    PIC  X(001).
         05        ENT-TRL-QTDE-REG    PIC  9(009).
         05        ENT-TRL-VLR-TOTAL   PIC  -(012)9.99.
         05        FILLER              PIC  X(013).
      *
      *--* VISAO DO TRAILER DO NOVO LEIAUTE (REGT-ARQ-TRAILER2)
      *
       01          ENT-TRAILER2.
      *
         05        ENT-TR2-TIPO-REG    PIC  X(001).
         05        ENT-TR2-QTDE-REG    PIC  9(009).
         05        ENT-TR2-VLR-TOTAL   PIC S9(013)V99
                                       SIGN  LEADING  SEPARATE.
         05        FILLER              PIC  X(024).
      *
      *----------------------------------------------------------------*
      *                 DEFINICAO DAS TABELAS INTERNAS                 *
      *----------------------------------------------------------------*
      *
       01          WS-TABELAS.
      *
      *--* TOTAIS POR COMPANHIA NOS DOIS LEIAUTES (ORDEM DA
      *--* CLASSIFICACAO) E QUANTIDADE DE DIVERGENCIAS DA COMPANHIA
      *
         05        CIA-QTDE-OCUP       PIC  9(004)      COMP
                                                         VALUE ZEROS.
         05        CIA-TAB-COMPANHIA   OCCURS  100      TIMES
                                       INDEXED   BY     CIA-IDX.
           10      CIA-TAB-COD-CIA     PIC  X(005)      VALUE SPACES.
           10      CIA-TAB-QT-EMI-360  PIC  9(009)      VALUE ZEROS
                                                         COMP-3.
           10      CIA-TAB-QT-EMI-NOVO PIC  9(009)      VALUE ZEROS
                                                         COMP-3.
           10      CIA-TAB-VLR-EMI-360 PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
           10      CIA-TAB-VLR-EMI-NOVO
                                       PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
           10      CIA-TAB-QT-CED-360  PIC  9(009)      VALUE ZEROS
                                                         COMP-3.
           10      CIA-TAB-QT-CED-NOVO PIC  9(009)      VALUE ZEROS
                                                         COMP-3.
           10      CIA-TAB-VLR-CED-360 PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
           10      CIA-TAB-VLR-CED-NOVO
                                       PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
           10      CIA-TAB-QT-DIVERG   PIC  9(009)      VALUE ZEROS
                                                         COMP-3.
      *
      *--* DESCRICAO E QUANTIDADE DE CADA TIPO DE EXCECAO
      *
         05        EXC-TAB-DESCRICAO.
           10      FILLER              PIC  X(022)      VALUE
               'SO NO LEIAUTE 360'.
           10      FILLER              PIC  X(022)      VALUE
               'SO NO NOVO LEIAUTE'.
           10      FILLER              PIC  X(022)      VALUE
               'QUANTIDADE DIFERE'.
           10      FILLER              PIC  X(022)      VALUE
               'VALOR PRINCIPAL DIFERE'.
           10      FILLER              PIC  X(022)      VALUE
               'VALOR COMPLEM. DIFERE'.
           10      FILLER              PIC  X(022)      VALUE
               'TRAILER DIFERE'.
         05        EXC-TAB-DESCRICAO-R REDEFINES
                                       EXC-TAB-DESCRICAO.
           10      EXC-TAB-DESC        PIC  X(022)
                                       OCCURS  6        TIMES.
      *
         05        EXC-TAB-QTDE        PIC  9(009)      VALUE ZEROS
                                       OCCURS  6        TIMES.
      *
      *----------------------------------------------------------------*
      *                LINHAS DO RELATORIO (RELATO)                    *
      *----------------------------------------------------------------*
      *
       01          LIN-TITULO.
      *
         05        FILLER              PIC  X(050)      VALUE
               'RG1880B - CONFRONTO LEIAUTE CIRCULAR 360 X NOVO LE'.
         05        FILLER              PIC  X(030)      VALUE
               'IAUTE SUSEP - REFERENCIA      '.
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
               'COD  ARQUIVO CIA   APOLICE       ENDOSSO   OP'.
         05        FILLER              PIC  X(045)      VALUE
               'ER CONG.   QTD 360  QTD NOVO   VALOR CIRC 360'.
         05        FILLER              PIC  X(042)      VALUE
               '  VALOR NOVO LEI. DESCRICAO               '.
      *
       01          LIN-EXCECAO.
      *
         05        LE-COD-EXCECAO      PIC  X(004).
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LE-ARQUIVO          PIC  X(007).
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LE-COD-CIA          PIC  X(005).
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LE-NUM-APOL         PIC  X(013).
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LE-NUM-END          PIC  X(009).
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LE-TIPO-OPER        PIC  X(004).
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LE-COD-COSS         PIC  X(005).
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LE-QT-360           PIC  Z(008)9.
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LE-QT-NOVO          PIC  Z(008)9.
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LE-VLR-360          PIC  -(012)9.99.
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LE-VLR-NOVO         PIC  -(012)9.99.
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LE-DESCRICAO        PIC  X(022).
         05        FILLER              PIC  X(002)      VALUE SPACES.
      *
       01          LIN-CABEC-CIA.
      *
         05        FILLER              PIC  X(045)      VALUE
               'CIA     EMIT 360 EMIT NOVO  PREMIO CIRC 360  '.
         05        FILLER              PIC  X(045)      VALUE
               'PREMIO NOVO LEI   CED 360  CED NOVO  CEDIDO C'.
         05        FILLER              PIC  X(042)      VALUE
               'IRC 360  CEDIDO NOVO LEI DIVER SITUACAO   '.
      *
       01          LIN-COMPANHIA.
      *
         05        LC-COD-CIA          PIC  X(005).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LC-QT-EMI-360       PIC  Z(008)9.
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LC-QT-EMI-NOVO      PIC  Z(008)9.
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LC-VLR-EMI-360      PIC  -(012)9.99.
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LC-VLR-EMI-NOVO     PIC  -(012)9.99.
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LC-QT-CED-360       PIC  Z(008)9.
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LC-QT-CED-NOVO      PIC  Z(008)9.
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LC-VLR-CED-360      PIC  -(012)9.99.
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LC-VLR-CED-NOVO     PIC  -(012)9.99.
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LC-QT-DIVERG        PIC  Z(004)9.
         05        FILLER              PIC  X(001)      VALUE SPACES.
         05        LC-SITUACAO         PIC  X(010).
         05        FILLER              PIC  X(001)      VALUE SPACES.
      *
       01          LIN-RESUMO.
      *
         05        LRS-COD-EXCECAO     PIC  X(004).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LRS-DESCRICAO       PIC  X(022).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LRS-QTDE            PIC  Z(008)9.
         05        FILLER              PIC  X(093)      VALUE SPACES.
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
         05        EMI-STATUS          PIC  9(002)      VALUE ZEROS.
         05        CED-STATUS          PIC  9(002)      VALUE ZEROS.
         05        EM2-STATUS          PIC  9(002)      VALUE ZEROS.
         05        CE2-STATUS          PIC  9(002)      VALUE ZEROS.
         05        REL-STATUS          PIC  9(002)      VALUE ZEROS.
      *
         05        WFIM-PREMIT         PIC  X(001)      VALUE SPACES.
         05        WFIM-PREMCED        PIC  X(001)      VALUE SPACES.
         05        WFIM-PREMIT2        PIC  X(001)      VALUE SPACES.
         05        WFIM-PREMCED2       PIC  X(001)      VALUE SPACES.
         05        WFIM-SORT           PIC  X(001)      VALUE SPACES.
      *
      *--* PERIODO DO PRIMEIRO HEADER LIDO (TODOS OS ARQUIVOS DEVEM
      *--* SER DO MESMO ANO/MES), HEADER DO ARQUIVO CORRENTE E VERSAO
      *--* DE LEIAUTE EXIGIDA NO HEADER DO ARQUIVO CORRENTE
      *
         05        WTEM-PERIODO        PIC  X(001)      VALUE SPACES.
         05        WTEM-HEADER         PIC  X(001)      VALUE SPACES.
         05        WS-NOME-ARQUIVO     PIC  X(008)      VALUE SPACES.
         05        WS-VERSAO-EXIGIDA   PIC  X(002)      VALUE SPACES.
         05        WS-ANO-PERIODO      PIC  9(004)      VALUE ZEROS.
         05        WS-MES-PERIODO      PIC  9(002)      VALUE ZEROS.
      *
         05        AC-L-PREMIT         PIC  9(009)      VALUE ZEROS.
         05        AC-L-PREMCED        PIC  9(009)      VALUE ZEROS.
         05        AC-L-PREMIT2        PIC  9(009)      VALUE ZEROS.
         05        AC-L-PREMCED2       PIC  9(009)      VALUE ZEROS.
         05        AC-L-GRUPOS         PIC  9(009)      VALUE ZEROS.
         05        AC-L-EXCECOES       PIC  9(009)      VALUE ZEROS.
      *
      *--* SOMA DOS TRAILERS DE TODOS OS BLOCOS DE CADA ARQUIVO
      *
         05        TRL-QT-PREMIT       PIC  9(009)      VALUE ZEROS.
         05        TRL-QT-PREMCED      PIC  9(009)      VALUE ZEROS.
         05        TRL-QT-PREMIT2      PIC  9(009)      VALUE ZEROS.
         05        TRL-QT-PREMCED2     PIC  9(009)      VALUE ZEROS.
         05        TRL-VLR-PREMIT      PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        TRL-VLR-PREMCED     PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        TRL-VLR-PREMIT2     PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        TRL-VLR-PREMCED2    PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
      *
      *--* CHAVE E ACUMULADORES DO GRUPO (COMPANHIA/APOLICE/ENDOSSO/
      *--* OPERACAO/ARQUIVO/CONGENERE) NOS DOIS LEIAUTES
      *
         05        WCHV-GRUPO-ANT.
           10      WCHV-COD-CIA        PIC  X(005)      VALUE SPACES.
           10      WCHV-NUM-APOL       PIC  X(013)      VALUE SPACES.
           10      WCHV-NUM-END        PIC  X(009)      VALUE SPACES.
           10      WCHV-TIPO-OPER      PIC  X(004)      VALUE SPACES.
           10      WCHV-ARQUIVO        PIC  X(001)      VALUE SPACES.
           10      WCHV-COD-COSS       PIC  X(005)      VALUE SPACES.
      *
         05        WCHV-GRUPO-ATU.
           10      WCHV-COD-CIA-ATU    PIC  X(005)      VALUE SPACES.
           10      WCHV-NUM-APOL-ATU   PIC  X(013)      VALUE SPACES.
           10      WCHV-NUM-END-ATU    PIC  X(009)      VALUE SPACES.
           10      WCHV-TIPO-OPER-ATU  PIC  X(004)      VALUE SPACES.
           10      WCHV-ARQUIVO-ATU    PIC  X(001)      VALUE SPACES.
           10      WCHV-COD-COSS-ATU   PIC  X(005)      VALUE SPACES.
      *
         05        GRP-QT-360          PIC  9(009)      VALUE ZEROS.
         05        GRP-QT-NOVO         PIC  9(009)      VALUE ZEROS.
         05        GRP-VLR-360         PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        GRP-VLR-NOVO        PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        GRP-COMPL-360       PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        GRP-COMPL-NOVO      PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
      *
         05        WS-VLR-AUX          PIC S9(013)V99   VALUE ZEROS
                                                         COMP-3.
         05        WS-IND-EXCECAO      PIC  9(001)      VALUE ZEROS.
      *
         05        CTL-SW-EXCECAO      PIC  X(001)      VALUE 'N'.
           88      CTL-HA-EXCECAO                       VALUE 'S'.
      *
         05        CTL-SW-TRAILER      PIC  X(001)      VALUE 'N'.
           88      CTL-TRAILER-DIVERGE                  VALUE 'S'.
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
           DISPLAY      'RG1880B - INICIO DE EXECUCAO (' WS-DATA-CURR
                                          ' - '       WS-HORA-CURR ')'.
      *
           OPEN          OUTPUT            RELATO.
      *
           IF  REL-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0000 - ERRO NO OPEN DO ARQ RELATO'
               DISPLAY  'STATUS  - '  REL-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
           SORT          ARQSORT
                         ON  ASCENDING   KEY      SRT-COD-CIA
                                                  SRT-NUM-APOL
                                                  SRT-NUM-END
                                                  SRT-TIPO-OPER
                                                  SRT-ARQUIVO
                                                  SRT-COD-COSS
                                                  SRT-LEIAUTE
                                                  SRT-NUM-SEQ
                         INPUT   PROCEDURE  IS    R0200-00-SELECIONA
                         OUTPUT  PROCEDURE  IS    R0500-00-CONFRONTA.
      *
           IF  SORT-RETURN  NOT  EQUAL  ZEROS
               DISPLAY  'R0000 - ERRO NA CLASSIFICACAO DO ARQSORT'
               DISPLAY  'SORT-RETURN - '  SORT-RETURN
               GO   TO   R9999-00-ROT-ERRO.
      *
           PERFORM       R0750-00-CONFRONTA-TRAILERS.
      *
           PERFORM       R0780-00-IMPRIME-COMPANHIAS.
      *
           PERFORM       R0800-00-IMPRIME-RESUMO.
      *
           CLOSE         RELATO.
      *
           DISPLAY   'DETALHES LIDOS NO PREMIT      - '  AC-L-PREMIT.
           DISPLAY   'DETALHES LIDOS NO PREMCED     - '  AC-L-PREMCED.
           DISPLAY   'DETALHES LIDOS NO PREMIT2     - '  AC-L-PREMIT2.
           DISPLAY   'DETALHES LIDOS NO PREMCED2    - '  AC-L-PREMCED2.
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
           DISPLAY   'RG1880B - FINAL DE EXECUCAO  (' WS-DATA-CURR
                                          ' - '       WS-HORA-CURR ')'.
      *
           IF  CTL-HA-EXCECAO
               DISPLAY '*---   RG1880B  -  LEIAUTES DIVERGENTES  '
                       '-  CONFERIR ANTES DE LIBERAR   ---*'
               MOVE   4           TO     RETURN-CODE
           ELSE
               DISPLAY '*---   RG1880B  -  FIM  NORMAL   ---*'
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
      *--* PROCEDIMENTO DE ENTRADA DA CLASSIFICACAO: LE OS QUATRO
      *--* ARQUIVOS E LIBERA UM REGISTRO POR DETALHE. HEADERS SAO
      *--* CONFERIDOS (MESMO ANO/MES EM TODOS OS BLOCOS, VERSAO 02 NO
      *--* NOVO LEIAUTE); TRAILERS SAO SOMADOS POR ARQUIVO.
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
           MOVE          'PREMIT  '      TO         WS-NOME-ARQUIVO.
           MOVE          SPACES          TO         WS-VERSAO-EXIGIDA.
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
           PERFORM       R0320-00-EXIGE-ARQUIVO.
      *
           OPEN          INPUT           PREMCED.
      *
           IF  CED-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0200 - ERRO NO OPEN DO ARQ PREMCED'
               DISPLAY  'STATUS  - '  CED-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
           MOVE          'PREMCED '      TO         WS-NOME-ARQUIVO.
           MOVE          SPACES          TO         WS-VERSAO-EXIGIDA.
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
           PERFORM       R0320-00-EXIGE-ARQUIVO.
      *
           OPEN          INPUT           PREMIT2.
      *
           IF  EM2-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0200 - ERRO NO OPEN DO ARQ PREMIT2'
               DISPLAY  'STATUS  - '  EM2-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
           MOVE          'PREMIT2 '      TO         WS-NOME-ARQUIVO.
           MOVE          '02'            TO         WS-VERSAO-EXIGIDA.
           MOVE          SPACES          TO         WFIM-PREMIT2
                                                    WTEM-HEADER.
      *
           PERFORM       R0250-00-LER-PREMIT2.
      *
           PERFORM       R0260-00-PROCESSA-PREMIT2  UNTIL
                         WFIM-PREMIT2    NOT  EQUAL  SPACES.
      *
           CLOSE         PREMIT2.
      *
           PERFORM       R0320-00-EXIGE-ARQUIVO.
      *
           OPEN          INPUT           PREMCED2.
      *
           IF  CE2-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0200 - ERRO NO OPEN DO ARQ PREMCED2'
               DISPLAY  'STATUS  - '  CE2-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
           MOVE          'PREMCED2'      TO         WS-NOME-ARQUIVO.
           MOVE          '02'            TO         WS-VERSAO-EXIGIDA.
           MOVE          SPACES          TO         WFIM-PREMCED2
                                                    WTEM-HEADER.
      *
           PERFORM       R0270-00-LER-PREMCED2.
      *
           PERFORM       R0280-00-PROCESSA-PREMCED2  UNTIL
                         WFIM-PREMCED2   NOT  EQUAL  SPACES.
      *
           CLOSE         PREMCED2.
      *
           PERFORM       R0320-00-EXIGE-ARQUIVO.
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
                     MOVE     ENT-PREMIT         TO  ENT-TRAILER
                     MOVE     ENT-TRL-VLR-TOTAL  TO  WS-VLR-AUX
                     ADD      ENT-TRL-QTDE-REG   TO  TRL-QT-PREMIT
                     ADD      WS-VLR-AUX         TO  TRL-VLR-PREMIT
               WHEN  OTHER
                     PERFORM  R0310-00-EXIGE-HEADER
                     ADD      1          TO         AC-L-PREMIT
                     MOVE     SPACES     TO         REG-SORT
                     MOVE     ENT-EMI-COD-CIA    TO  SRT-COD-CIA
                     MOVE     ENT-EMI-NUM-APOL   TO  SRT-NUM-APOL
                     MOVE     ENT-EMI-NUM-END    TO  SRT-NUM-END
                     MOVE     ENT-EMI-TIPO-OPER  TO  SRT-TIPO-OPER
                     MOVE     '1'                TO  SRT-ARQUIVO
                     MOVE     ZEROS              TO  SRT-COD-COSS
                     MOVE     '1'                TO  SRT-LEIAUTE
                     MOVE     ENT-EMI-SEQ        TO  SRT-NUM-SEQ
                     MOVE     ENT-EMI-PR-EMIT    TO  SRT-VALOR
                     MOVE     ENT-EMI-PR-COS-CED TO  SRT-VALOR-COMPL
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
                     MOVE     ENT-PREMCED        TO  ENT-TRAILER
                     MOVE     ENT-TRL-VLR-TOTAL  TO  WS-VLR-AUX
                     ADD      ENT-TRL-QTDE-REG   TO  TRL-QT-PREMCED
                     ADD      WS-VLR-AUX         TO  TRL-VLR-PREMCED
               WHEN  OTHER
                     PERFORM  R0310-00-EXIGE-HEADER
                     ADD      1          TO         AC-L-PREMCED
                     MOVE     SPACES     TO         REG-SORT
                     MOVE     ENT-CED-COD-CIA    TO  SRT-COD-CIA
                     MOVE     ENT-CED-NUM-APOL   TO  SRT-NUM-APOL
                     MOVE     ENT-CED-NUM-END    TO  SRT-NUM-END
                     MOVE     ENT-CED-TIPO-OPER  TO  SRT-TIPO-OPER
                     MOVE     '2'                TO  SRT-ARQUIVO
                     MOVE     ENT-CED-COD-COSS   TO  SRT-COD-COSS
                     MOVE     '1'                TO  SRT-LEIAUTE
                     MOVE     ENT-CED-SEQ        TO  SRT-NUM-SEQ
                     MOVE     ENT-CED-PR-COS-CED TO  SRT-VALOR
                     MOVE     ENT-CED-COMIS-COSS TO  SRT-VALOR-COMPL
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
       R0250-00-LER-PREMIT2        SECTION.
      *-------------------------------------
      *
           READ          PREMIT2         INTO             ENT-PREMIT2
                         AT  END
                         MOVE  'S'       TO               WFIM-PREMIT2.
      *
           IF  WFIM-PREMIT2  EQUAL  SPACES
               IF  EM2-STATUS  NOT  EQUAL  ZEROS
                   DISPLAY  'R0250 - ERRO NO READ DO ARQ PREMIT2'
                   DISPLAY  'STATUS  - '  EM2-STATUS
                   GO   TO   R9999-00-ROT-ERRO.
      *
       R0250-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* NO NOVO LEIAUTE O DETALHE TEM TIPO DE REGISTRO 'D'; QUALQUER
      *--* OUTRO TIPO INDICA ARQUIVO TROCADO NA JCL.
      *
       R0260-00-PROCESSA-PREMIT2   SECTION.
      *-------------------------------------
      *
           MOVE          ENT-PREMIT2     TO         ENT-HEADER.
      *
           EVALUATE  ENT-HDR-TIPO-REG
               WHEN  'H'
                     PERFORM  R0300-00-CONFERE-HEADER
               WHEN  'T'
                     MOVE     ENT-PREMIT2        TO  ENT-TRAILER2
                     ADD      ENT-TR2-QTDE-REG   TO  TRL-QT-PREMIT2
                     ADD      ENT-TR2-VLR-TOTAL  TO  TRL-VLR-PREMIT2
               WHEN  'D'
                     PERFORM  R0310-00-EXIGE-HEADER
                     ADD      1          TO         AC-L-PREMIT2
                     MOVE     SPACES     TO         REG-SORT
                     MOVE     ENT-EM2-COD-CIA    TO  SRT-COD-CIA
                     MOVE     ENT-EM2-NUM-APOL   TO  SRT-NUM-APOL
                     MOVE     ENT-EM2-NUM-END    TO  SRT-NUM-END
                     MOVE     ENT-EM2-TIPO-OPER  TO  SRT-TIPO-OPER
                     MOVE     '1'                TO  SRT-ARQUIVO
                     MOVE     ZEROS              TO  SRT-COD-COSS
                     MOVE     '2'                TO  SRT-LEIAUTE
                     MOVE     ENT-EM2-SEQ        TO  SRT-NUM-SEQ
                     MOVE     ENT-EM2-PR-EMIT    TO  SRT-VALOR
                     MOVE     ENT-EM2-PR-COS-CED TO  SRT-VALOR-COMPL
                     RELEASE  REG-SORT
               WHEN  OTHER
                     DISPLAY 'R0260 - TIPO DE REGISTRO INVALIDO NO '
                             'PREMIT2 - '   ENT-HDR-TIPO-REG
                     GO   TO  R9999-00-ROT-ERRO
           END-EVALUATE.
      *
           PERFORM       R0250-00-LER-PREMIT2.
      *
       R0260-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0270-00-LER-PREMCED2       SECTION.
      *-------------------------------------
      *
           READ          PREMCED2        INTO             ENT-PREMCED2
                         AT  END
                         MOVE  'S'       TO               WFIM-PREMCED2.
      *
           IF  WFIM-PREMCED2  EQUAL  SPACES
               IF  CE2-STATUS  NOT  EQUAL  ZEROS
                   DISPLAY  'R0270 - ERRO NO READ DO ARQ PREMCED2'
                   DISPLAY  'STATUS  - '  CE2-STATUS
                   GO   TO   R9999-00-ROT-ERRO.
      *
       R0270-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0280-00-PROCESSA-PREMCED2  SECTION.
      *-------------------------------------
      *
           MOVE          ENT-PREMCED2    TO         ENT-HEADER.
      *
           EVALUATE  ENT-HDR-TIPO-REG
               WHEN  'H'
                     PERFORM  R0300-00-CONFERE-HEADER
               WHEN  'T'
                     MOVE     ENT-PREMCED2       TO  ENT-TRAILER2
                     ADD      ENT-TR2-QTDE-REG   TO  TRL-QT-PREMCED2
                     ADD      ENT-TR2-VLR-TOTAL  TO  TRL-VLR-PREMCED2
               WHEN  'D'
                     PERFORM  R0310-00-EXIGE-HEADER
                     ADD      1          TO         AC-L-PREMCED2
                     MOVE     SPACES     TO         REG-SORT
                     MOVE     ENT-CE2-COD-CIA    TO  SRT-COD-CIA
                     MOVE     ENT-CE2-NUM-APOL   TO  SRT-NUM-APOL
                     MOVE     ENT-CE2-NUM-END    TO  SRT-NUM-END
                     MOVE     ENT-CE2-TIPO-OPER  TO  SRT-TIPO-OPER
                     MOVE     '2'                TO  SRT-ARQUIVO
                     MOVE     ENT-CE2-COD-COSS   TO  SRT-COD-COSS
                     MOVE     '2'                TO  SRT-LEIAUTE
                     MOVE     ENT-CE2-SEQ        TO  SRT-NUM-SEQ
                     MOVE     ENT-CE2-PR-COS-CED TO  SRT-VALOR
                     MOVE     ENT-CE2-COMIS-COSS TO  SRT-VALOR-COMPL
                     RELEASE  REG-SORT
               WHEN  OTHER
                     DISPLAY 'R0280 - TIPO DE REGISTRO INVALIDO NO '
                             'PREMCED2 - '  ENT-HDR-TIPO-REG
                     GO   TO  R9999-00-ROT-ERRO
           END-EVALUATE.
      *
           PERFORM       R0270-00-LER-PREMCED2.
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
      *--* ANO/MES. NO PREMIT2/PREMCED2 O HEADER TEM DE TRAZER A VERSAO
      *--* DO NOVO LEIAUTE.
      *
       R0300-00-CONFERE-HEADER     SECTION.
      *-------------------------------------
      *
           MOVE      'S'                 TO         WTEM-HEADER.
      *
           IF  WS-VERSAO-EXIGIDA  NOT  EQUAL  SPACES  AND
               ENT-HDR-VERSAO     NOT  EQUAL  WS-VERSAO-EXIGIDA
               DISPLAY 'R0300 - HEADER DO '  WS-NOME-ARQUIVO
                       ' COM VERSAO DE LEIAUTE INVALIDA'
               DISPLAY 'ESPERADA - '  WS-VERSAO-EXIGIDA
               DISPLAY 'RECEBIDA - '  ENT-HDR-VERSAO
               GO   TO  R9999-00-ROT-ERRO.
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
      *--* O RG1866B SEMPRE GRAVA HEADER NOS ARQUIVOS QUE GERA. O
      *--* PREMIT2/PREMCED2 VAZIO INDICA SOLICITACAO SEM VERSAO_LAYOUT
      *--* = 2 NA V0RELATORIOS, E NAO HA O QUE CONFRONTAR.
      *
       R0320-00-EXIGE-ARQUIVO      SECTION.
      *-------------------------------------
      *
           IF  WTEM-HEADER  NOT  EQUAL  'S'
               DISPLAY 'R0320 - ARQUIVO '  WS-NOME-ARQUIVO
                       ' VAZIO OU SEM HEADER'
               IF  WS-VERSAO-EXIGIDA  NOT  EQUAL  SPACES
                   DISPLAY 'R0320 - CONFIRMAR VERSAO_LAYOUT = 2 NA '
                           'SOLICITACAO DO RG1866B'
               END-IF
               GO   TO  R9999-00-ROT-ERRO.
      *
       R0320-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* PROCEDIMENTO DE SAIDA DA CLASSIFICACAO: PERCORRE OS
      *--* REGISTROS NA ORDEM DA CHAVE, COM QUEBRA POR GRUPO
      *--* (COMPANHIA/APOLICE/ENDOSSO/OPERACAO/ARQUIVO/CONGENERE),
      *--* ACUMULANDO SEPARADAMENTE O LEIAUTE 360 E O NOVO LEIAUTE.
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
               PERFORM  R0600-00-FECHA-GRUPO.
      *
           IF  AC-L-EXCECOES  EQUAL  ZEROS
               MOVE   'NENHUMA DIVERGENCIA ENTRE OS LEIAUTES POR GRUPO'
                                         TO         LMS-TEXTO
               MOVE   LIN-MENSAGEM       TO         REG-RELATO
               PERFORM  R0900-00-GRAVA-RELATO.
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
           MOVE      SRT-COD-CIA         TO         WCHV-COD-CIA-ATU.
           MOVE      SRT-NUM-APOL        TO         WCHV-NUM-APOL-ATU.
           MOVE      SRT-NUM-END         TO         WCHV-NUM-END-ATU.
           MOVE      SRT-TIPO-OPER       TO         WCHV-TIPO-OPER-ATU.
           MOVE      SRT-ARQUIVO         TO         WCHV-ARQUIVO-ATU.
           MOVE      SRT-COD-COSS        TO         WCHV-COD-COSS-ATU.
      *
           IF  WCHV-GRUPO-ATU  NOT  EQUAL  WCHV-GRUPO-ANT
               IF  WCHV-GRUPO-ANT  NOT  EQUAL  LOW-VALUES
                   PERFORM  R0600-00-FECHA-GRUPO
               END-IF
               MOVE     WCHV-GRUPO-ATU   TO         WCHV-GRUPO-ANT
               MOVE     ZEROS            TO         GRP-QT-360
                                                    GRP-QT-NOVO
                                                    GRP-VLR-360
                                                    GRP-VLR-NOVO
                                                    GRP-COMPL-360
                                                    GRP-COMPL-NOVO
           END-IF.
      *
           IF  SRT-LEIAUTE-360
               ADD      1                TO         GRP-QT-360
               ADD      SRT-VALOR        TO         GRP-VLR-360
               ADD      SRT-VALOR-COMPL  TO         GRP-COMPL-360
           ELSE
               ADD      1                TO         GRP-QT-NOVO
               ADD      SRT-VALOR        TO         GRP-VLR-NOVO
               ADD      SRT-VALOR-COMPL  TO         GRP-COMPL-NOVO.
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
      *--* FECHAMENTO DO GRUPO: ACUMULA OS TOTAIS DA COMPANHIA E
      *--* CONFRONTA QUANTIDADE, VALOR PRINCIPAL E VALOR COMPLEMENTAR
      *--* DO LEIAUTE 360 COM O NOVO LEIAUTE. A IGUALDADE E EXATA: O
      *--* NOVO LEIAUTE E MONTADO A PARTIR DO MESMO REGISTRO DO 360.
      *
       R0600-00-FECHA-GRUPO        SECTION.
      *-------------------------------------
      *
           ADD       1                   TO         AC-L-GRUPOS.
      *
           PERFORM   R0620-00-LOCALIZA-COMPANHIA.
      *
           IF  WCHV-ARQUIVO  EQUAL  '1'
               ADD   GRP-QT-360    TO  CIA-TAB-QT-EMI-360 (CIA-IDX)
               ADD   GRP-QT-NOVO   TO  CIA-TAB-QT-EMI-NOVO (CIA-IDX)
               ADD   GRP-VLR-360   TO  CIA-TAB-VLR-EMI-360 (CIA-IDX)
               ADD   GRP-VLR-NOVO  TO  CIA-TAB-VLR-EMI-NOVO (CIA-IDX)
               MOVE  'PREMIT '           TO         LE-ARQUIVO
               MOVE  SPACES              TO         LE-COD-COSS
           ELSE
               ADD   GRP-QT-360    TO  CIA-TAB-QT-CED-360 (CIA-IDX)
               ADD   GRP-QT-NOVO   TO  CIA-TAB-QT-CED-NOVO (CIA-IDX)
               ADD   GRP-VLR-360   TO  CIA-TAB-VLR-CED-360 (CIA-IDX)
               ADD   GRP-VLR-NOVO  TO  CIA-TAB-VLR-CED-NOVO (CIA-IDX)
               MOVE  'PREMCED'           TO         LE-ARQUIVO
               MOVE  WCHV-COD-COSS       TO         LE-COD-COSS.
      *
           MOVE      WCHV-COD-CIA        TO         LE-COD-CIA.
           MOVE      WCHV-NUM-APOL       TO         LE-NUM-APOL.
           MOVE      WCHV-NUM-END        TO         LE-NUM-END.
           MOVE      WCHV-TIPO-OPER      TO         LE-TIPO-OPER.
           MOVE      GRP-QT-360          TO         LE-QT-360.
           MOVE      GRP-QT-NOVO         TO         LE-QT-NOVO.
           MOVE      GRP-VLR-360         TO         LE-VLR-360.
           MOVE      GRP-VLR-NOVO        TO         LE-VLR-NOVO.
      *
           IF  GRP-QT-NOVO  EQUAL  ZEROS
               MOVE     1                TO         WS-IND-EXCECAO
               GO   TO   R0600-50-LISTA.
      *
           IF  GRP-QT-360  EQUAL  ZEROS
               MOVE     2                TO         WS-IND-EXCECAO
               GO   TO   R0600-50-LISTA.
      *
           IF  GRP-QT-360  NOT  EQUAL  GRP-QT-NOVO
               MOVE     3                TO         WS-IND-EXCECAO
               GO   TO   R0600-50-LISTA.
      *
           IF  GRP-VLR-360  NOT  EQUAL  GRP-VLR-NOVO
               MOVE     4                TO         WS-IND-EXCECAO
               GO   TO   R0600-50-LISTA.
      *
           IF  GRP-COMPL-360  NOT  EQUAL  GRP-COMPL-NOVO
               MOVE     5                TO         WS-IND-EXCECAO
               MOVE     GRP-COMPL-360    TO         LE-VLR-360
               MOVE     GRP-COMPL-NOVO   TO         LE-VLR-NOVO
               GO   TO   R0600-50-LISTA.
      *
           GO   TO   R0600-99-SAIDA.
      *
       R0600-50-LISTA.
      *
           ADD       1                   TO   CIA-TAB-QT-DIVERG
                                               (CIA-IDX).
      *
           PERFORM   R0720-00-GRAVA-EXCECAO.
      *
       R0600-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* A CLASSIFICACAO COMECA PELA COMPANHIA: A TABELA E
      *--* PREENCHIDA NA ORDEM E A COMPANHIA DO GRUPO E SEMPRE A
      *--* ULTIMA OU UMA NOVA.
      *
       R0620-00-LOCALIZA-COMPANHIA SECTION.
      *-------------------------------------
      *
           IF  CIA-QTDE-OCUP  GREATER  ZEROS
               SET      CIA-IDX          TO         CIA-QTDE-OCUP
               IF  CIA-TAB-COD-CIA (CIA-IDX)  EQUAL  WCHV-COD-CIA
                   GO   TO   R0620-99-SAIDA
               END-IF
           END-IF.
      *
           IF  CIA-QTDE-OCUP  NOT  LESS  100
               DISPLAY 'R0620 - TABELA DE COMPANHIAS CHEIA - 100'
               DISPLAY 'COMPANHIA   - '  WCHV-COD-CIA
               GO   TO  R9999-00-ROT-ERRO.
      *
           ADD       1                   TO         CIA-QTDE-OCUP.
           SET       CIA-IDX             TO         CIA-QTDE-OCUP.
      *
           MOVE      WCHV-COD-CIA        TO    CIA-TAB-COD-CIA
                                                (CIA-IDX).
           MOVE      ZEROS               TO    CIA-TAB-QT-EMI-360
                                                (CIA-IDX)
                                               CIA-TAB-QT-EMI-NOVO
                                                (CIA-IDX)
                                               CIA-TAB-VLR-EMI-360
                                                (CIA-IDX)
                                               CIA-TAB-VLR-EMI-NOVO
                                                (CIA-IDX)
                                               CIA-TAB-QT-CED-360
                                                (CIA-IDX)
                                               CIA-TAB-QT-CED-NOVO
                                                (CIA-IDX)
                                               CIA-TAB-VLR-CED-360
                                                (CIA-IDX)
                                               CIA-TAB-VLR-CED-NOVO
                                                (CIA-IDX)
                                               CIA-TAB-QT-DIVERG
                                                (CIA-IDX).
      *
       R0620-99-SAIDA.
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
           MOVE      'LT0'               TO         LE-COD-EXCECAO.
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
      *--* CONFRONTO DA SOMA DOS TRAILERS: PREMIT X PREMIT2 E
      *--* PREMCED X PREMCED2. OS DOIS PARES SAO SEMPRE IMPRESSOS;
      *--* A DIVERGENCIA (LT06) IMPEDE A RETIRADA DE QUALQUER
      *--* COMPANHIA.
      *
       R0750-00-CONFRONTA-TRAILERS SECTION.
      *-------------------------------------
      *
           MOVE      LIN-SEPARADOR       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           MOVE      'CONFRONTO DA SOMA DOS TRAILERS DE CADA ARQUIVO'
                                         TO         LMS-TEXTO.
           MOVE      LIN-MENSAGEM        TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           MOVE      SPACES              TO         LE-COD-CIA
                                                    LE-NUM-APOL
                                                    LE-NUM-END
                                                    LE-TIPO-OPER
                                                    LE-COD-COSS.
      *
           MOVE      'PREMIT '           TO         LE-ARQUIVO.
           MOVE      TRL-QT-PREMIT       TO         LE-QT-360.
           MOVE      TRL-QT-PREMIT2      TO         LE-QT-NOVO.
           MOVE      TRL-VLR-PREMIT      TO         LE-VLR-360.
           MOVE      TRL-VLR-PREMIT2     TO         LE-VLR-NOVO.
      *
           IF  TRL-QT-PREMIT   NOT  EQUAL  TRL-QT-PREMIT2   OR
               TRL-VLR-PREMIT  NOT  EQUAL  TRL-VLR-PREMIT2
               PERFORM  R0760-00-LISTA-TRAILER
           ELSE
               PERFORM  R0770-00-LISTA-TRAILER-OK.
      *
           MOVE      'PREMCED'           TO         LE-ARQUIVO.
           MOVE      TRL-QT-PREMCED      TO         LE-QT-360.
           MOVE      TRL-QT-PREMCED2     TO         LE-QT-NOVO.
           MOVE      TRL-VLR-PREMCED     TO         LE-VLR-360.
           MOVE      TRL-VLR-PREMCED2    TO         LE-VLR-NOVO.
      *
           IF  TRL-QT-PREMCED   NOT  EQUAL  TRL-QT-PREMCED2   OR
               TRL-VLR-PREMCED  NOT  EQUAL  TRL-VLR-PREMCED2
               PERFORM  R0760-00-LISTA-TRAILER
           ELSE
               PERFORM  R0770-00-LISTA-TRAILER-OK.
      *
       R0750-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0760-00-LISTA-TRAILER      SECTION.
      *-------------------------------------
      *
           MOVE      'S'                 TO         CTL-SW-TRAILER.
           MOVE      6                   TO         WS-IND-EXCECAO.
      *
           PERFORM   R0720-00-GRAVA-EXCECAO.
      *
       R0760-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0770-00-LISTA-TRAILER-OK   SECTION.
      *-------------------------------------
      *
           MOVE      SPACES              TO         LE-COD-EXCECAO.
           MOVE      'TRAILERS CONFEREM'  TO        LE-DESCRICAO.
      *
           MOVE      LIN-EXCECAO         TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
       R0770-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* SITUACAO POR COMPANHIA: 'APTA' PERMITE RETIRAR O LEIAUTE
      *--* 360 DA COMPANHIA NA SEPARACAO/TRANSMISSAO DOS ARQUIVOS.
      *
       R0780-00-IMPRIME-COMPANHIAS SECTION.
      *-------------------------------------
      *
           MOVE      LIN-SEPARADOR       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           MOVE
               'SITUACAO POR CIA - APTA = PODE RETIRAR O LEIAUTE 360'
                                         TO         LMS-TEXTO.
           MOVE      LIN-MENSAGEM        TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           MOVE      LIN-CABEC-CIA       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           IF  CIA-QTDE-OCUP  EQUAL  ZEROS
               MOVE   'NENHUM DETALHE NOS ARQUIVOS CONFRONTADOS'
                                         TO         LMS-TEXTO
               MOVE   LIN-MENSAGEM       TO         REG-RELATO
               PERFORM  R0900-00-GRAVA-RELATO
               GO   TO   R0780-99-SAIDA.
      *
           PERFORM   R0790-00-IMPRIME-LINHA-CIA
                     VARYING   CIA-IDX   FROM  1  BY  1
                     UNTIL     CIA-IDX   GREATER   CIA-QTDE-OCUP.
      *
       R0780-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0790-00-IMPRIME-LINHA-CIA  SECTION.
      *-------------------------------------
      *
           MOVE      CIA-TAB-COD-CIA (CIA-IDX)      TO  LC-COD-CIA.
           MOVE      CIA-TAB-QT-EMI-360 (CIA-IDX)   TO  LC-QT-EMI-360.
           MOVE      CIA-TAB-QT-EMI-NOVO (CIA-IDX)  TO  LC-QT-EMI-NOVO.
           MOVE      CIA-TAB-VLR-EMI-360 (CIA-IDX)  TO  LC-VLR-EMI-360.
           MOVE      CIA-TAB-VLR-EMI-NOVO (CIA-IDX) TO  LC-VLR-EMI-NOVO.
           MOVE      CIA-TAB-QT-CED-360 (CIA-IDX)   TO  LC-QT-CED-360.
           MOVE      CIA-TAB-QT-CED-NOVO (CIA-IDX)  TO  LC-QT-CED-NOVO.
           MOVE      CIA-TAB-VLR-CED-360 (CIA-IDX)  TO  LC-VLR-CED-360.
           MOVE      CIA-TAB-VLR-CED-NOVO (CIA-IDX) TO  LC-VLR-CED-NOVO.
           MOVE      CIA-TAB-QT-DIVERG (CIA-IDX)    TO  LC-QT-DIVERG.
      *
           IF  CIA-TAB-QT-DIVERG (CIA-IDX)  EQUAL  ZEROS  AND
               NOT  CTL-TRAILER-DIVERGE
               MOVE     'APTA'           TO         LC-SITUACAO
           ELSE
               MOVE     'DIVERGENTE'     TO         LC-SITUACAO.
      *
           MOVE      LIN-COMPANHIA       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
       R0790-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0800-00-IMPRIME-RESUMO     SECTION.
      *-------------------------------------
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
                     UNTIL     WS-IND-EXCECAO  GREATER   6.
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
           MOVE      'LT0'               TO         LRS-COD-EXCECAO.
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
           CLOSE    PREMIT.
      *
           CLOSE    PREMCED.
      *
           CLOSE    PREMIT2.
      *
           CLOSE    PREMCED2.
      *
           CLOSE    RELATO.
      *
           DISPLAY ' RG1880B   *** EXECUCAO ABORTADA ***'.
      *
           MOVE   99   TO         RETURN-CODE.
      *
           STOP   RUN.
      *
      *----RG1880B-----------------------------------------------------*
      *
