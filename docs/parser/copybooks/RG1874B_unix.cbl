       IDENTIFICATION               DIVISION.
      *--------------------------------------
      *
       PROGRAM-ID.                  RG1874B.
      *
      *----------------------------------------------------------------*
      *   SISTEMA ................  REGISTROS GERAIS                   *
      *   PROGRAMA ...............  RG1874B                            *
      *----------------------------------------------------------------*
      *   ANALISTA ...............  GILSON                             *
      *   PROGRAMADOR ............  MARCELO AUGUSTO PRESTES  TE43017   *
      *   DATA CODIFICACAO .......  04/11/2026                         *
      *----------------------------------------------------------------*
      *   FUNCAO: PROCESSAMENTO DO ARQUIVO DE RETORNO (PROTOCOLO E     *
      *           CRITICA) DEVOLVIDO PELA SUSEP PARA OS ARQUIVOS       *
      *           PREMIT/PREMCED TRANSMITIDOS POR COMPANHIA (JOGOS     *
      *           PREMITSN/PREMCDSN GERADOS PELO RG1869B):             *
      *           - GRAVA NA SUSEP_PROTOCOLO UMA LINHA POR ARQUIVO     *
      *             DEVOLVIDO (NUMERO E DATA DO PROTOCOLO, COMPANHIA,  *
      *             ANO/MES E SITUACAO ACEITO/REJEITADO). O PROTOCOLO  *
      *             MAIS RECENTE DE CADA ARQUIVO FICA COMO VIGENTE;    *
      *           - GRAVA NA SUSEP_PROTOCOLO_LINHA CADA LINHA DE       *
      *             DETALHE DO RETORNO. A LINHA CRITICADA E LOCALIZADA *
      *             NO HISTORICO (PREMIT_HISTORICO/PREMCED_HISTORICO)  *
      *             E GRAVADA COM A CHAVE DO GRUPO (RAMO_SUSEP,        *
      *             NUM_APOLICE, NRENDOS, TIPO_OPERACAO), PENDENTE DE  *
      *             CORRECAO;                                          *
      *           - LISTA NO RELATORIO AS CORRECOES PENDENTES;         *
      *           - RECALCULA NA SUSEP_PERIODO_PROTOCOLO A SITUACAO DE *
      *             CADA ANO/MES DEVOLVIDO: O PERIODO SO E DADO COMO   *
      *             PROTOCOLADO QUANDO TODAS AS COMPANHIAS PRESENTES   *
      *             NO HISTORICO TEM O PREMIT E O PREMCED VIGENTES     *
      *             ACEITOS PELA SUSEP.                                *
      *           O EMI-SEQ/CED-SEQ DEVOLVIDO PELA SUSEP E O DO        *
      *           ARQUIVO DA COMPANHIA, RENUMERADO PELO RG1869B NA     *
      *           ORDEM DO ARQUIVO ORIGINAL; POR ISSO A LINHA E        *
      *           LOCALIZADA PELA POSICAO DO REGISTRO ENTRE OS         *
      *           REGISTROS DA COMPANHIA NO HISTORICO (ORDEM DE        *
      *           NUM_SEQ), E NAO PELO NUM_SEQ DIRETAMENTE.            *
      *           HAVENDO LINHA CRITICADA, ARQUIVO REJEITADO OU        *
      *           PERIODO AINDA NAO PROTOCOLADO, O PROGRAMA TERMINA    *
      *           COM RETURN-CODE 4.                                   *
      *                                                                *
      * --------------------------------- -----------------    ------- *
      * TABELA                            VIEW                 ACESSO  *
      * --------------------------------- -----------------    ------- *
      * PREMIT HISTORICO                  PREMIT_HISTORICO     INPUT   *
      * PREMCED HISTORICO                 PREMCED_HISTORICO    INPUT   *
      * PROTOCOLO SUSEP POR ARQUIVO       SUSEP_PROTOCOLO      I-O     *
      * LINHAS DO RETORNO SUSEP           SUSEP_PROTOCOLO_LINHA I-O    *
      * SITUACAO DO PERIODO NA SUSEP      SUSEP_PERIODO_PROTOCOLO I-O  *
      *----------------------------------------------------------------*
      * ARQUIVO                                                ACESSO  *
      *--------------------------------------------------------------- *
      * RETSUSEP (RETORNO DE PROTOCOLO/CRITICA DA SUSEP)       INPUT   *
      * RELATO   (CORRECOES PENDENTES E SITUACAO DO PERIODO)   OUTPUT  *
      *----------------------------------------------------------------*
      *  ARQUIVO RETSUSEP - UM OU MAIS BLOCOS (UM POR ARQUIVO          *
      *  TRANSMITIDO), CADA UM COM:                                    *
      *     'H' - HEADER: COMPANHIA, NOME DO ARQUIVO TRANSMITIDO       *
      *           (PREMITSN/PREMCDSN, COMO NO PREMMNF), ANO/MES,       *
      *           NUMERO E DATA DO PROTOCOLO E SITUACAO (A/R);         *
      *     'D' - DETALHE: SEQUENCIA DO REGISTRO NO ARQUIVO, SITUACAO  *
      *           (A/R), CODIGO, CAMPO E DESCRICAO DA CRITICA;         *
      *     'T' - TRAILER: QUANTIDADE DE DETALHES E DE CRITICADOS.     *
      *----------------------------------------------------------------*
      *  ALTERACAO - PROGRAMA CRIADO PARA REGISTRAR O PROTOCOLO E A    *
      *              CRITICA DEVOLVIDOS PELA SUSEP POR ARQUIVO E POR   *
      *              LINHA, LISTAR AS CORRECOES PENDENTES E CONTROLAR  *
      *              A SITUACAO DE PROTOCOLO DO PERIODO.               *
      * 04/11/2026 - MARCELO AUGUSTO PRESTES  TE43017  TAREFA - 431660 *
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
           SELECT     RETSUSEP
                      ASSIGN        TO        RETSUSEP
                      FILE  STATUS  IS        RET-STATUS.
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
       FD              RETSUSEP
                       RECORD     150
                       RECORDING  MODE       F
                       BLOCK      CONTAINS   0  RECORDS
                       LABEL      RECORD        OMITTED.
      *
       01              REG-RETSUSEP          PIC  X(150).
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
      *--* PROTOCOLO DO ARQUIVO (SUSEP_PROTOCOLO)
      *
       77          WHOST-ANO-REFER     PIC S9(004)      VALUE +0 COMP.
       77          WHOST-MES-REFER     PIC S9(004)      VALUE +0 COMP.
       77          WHOST-COD-CIA       PIC S9(009)      VALUE +0 COMP.
       77          WHOST-COD-CIA-X     PIC  X(005)      VALUE SPACES.
       77          WHOST-TIPO-ARQ      PIC  X(001)      VALUE SPACES.
       77          WHOST-NOME-ARQ      PIC  X(008)      VALUE SPACES.
       77          WHOST-NUM-PROTOC    PIC  X(020)      VALUE SPACES.
       77          WHOST-DATA-PROTOC   PIC  X(010)      VALUE SPACES.
       77          WHOST-SITUACAO      PIC  X(001)      VALUE SPACES.
       77          WHOST-QT-RECEB      PIC S9(009)      VALUE +0 COMP.
       77          WHOST-QT-CRITIC     PIC S9(009)      VALUE +0 COMP.
      *
      *--* LINHA DO RETORNO (SUSEP_PROTOCOLO_LINHA)
      *
       77          WHOST-SEQ-ARQ       PIC S9(009)      VALUE +0 COMP.
       77          WHOST-SIT-LINHA     PIC  X(001)      VALUE SPACES.
       77          WHOST-COD-CRITICA   PIC  X(004)      VALUE SPACES.
       77          WHOST-NOME-CAMPO    PIC  X(020)      VALUE SPACES.
       77          WHOST-DESC-CRITICA  PIC  X(060)      VALUE SPACES.
       77          WHOST-RAMO-SUSEP    PIC S9(004)      VALUE +0 COMP.
       77          WHOST-NUM-APOL      PIC S9(013)      VALUE +0 COMP-3.
       77          WHOST-NRENDOS       PIC S9(009)      VALUE +0 COMP.
       77          WHOST-TIPO-OPER     PIC S9(004)      VALUE +0 COMP.
       77          WHOST-NUM-SEQ       PIC S9(009)      VALUE +0 COMP.
       77          WHOST-IND-CORRIG    PIC  X(001)      VALUE SPACES.
      *
      *--* SITUACAO DO PERIODO (SUSEP_PERIODO_PROTOCOLO)
      *
       77          WHOST-QT-CIAS       PIC S9(009)      VALUE +0 COMP.
       77          WHOST-QT-CIAS-ACEI  PIC S9(009)      VALUE +0 COMP.
       77          WHOST-IND-PROTOC    PIC  X(001)      VALUE SPACES.
      *
           EXEC  SQL   INCLUDE       SQLCA     END-EXEC.
      *
      *----------------------------------------------------------------*
      *        LAYOUT DO ARQUIVO DE RETORNO DA SUSEP (RETSUSEP)        *
      *----------------------------------------------------------------*
      *
      *--* VISAO DO HEADER (UM POR ARQUIVO TRANSMITIDO)
      *
       01          ENT-RETORNO-H.
      *
         05        RET-HDR-TIPO-REG    PIC  X(001).
         05        RET-HDR-COD-CIA     PIC  9(005).
         05        RET-HDR-ARQUIVO     PIC  X(008).
         05        RET-HDR-ANO-REFER   PIC  9(004).
         05        RET-HDR-MES-REFER   PIC  9(002).
         05        RET-HDR-NUM-PROTOC  PIC  X(020).
         05        RET-HDR-DATA-PROTOC PIC  9(008).
         05        RET-HDR-DATA-PROT-R REDEFINES    RET-HDR-DATA-PROTOC.
           10      RET-HDR-PROT-ANO    PIC  9(004).
           10      RET-HDR-PROT-MES    PIC  9(002).
           10      RET-HDR-PROT-DIA    PIC  9(002).
         05        RET-HDR-SITUACAO    PIC  X(001).
         05        RET-HDR-QTDE-RECEB  PIC  9(009).
         05        FILLER              PIC  X(092).
      *
      *--* VISAO DO DETALHE (UMA LINHA POR REGISTRO DEVOLVIDO)
      *
       01          ENT-RETORNO-D       REDEFINES        ENT-RETORNO-H.
      *
         05        FILLER              PIC  X(001).
         05        RET-DET-SEQ         PIC  9(010).
         05        RET-DET-SITUACAO    PIC  X(001).
         05        RET-DET-COD-CRITICA PIC  X(004).
         05        RET-DET-NOME-CAMPO  PIC  X(020).
         05        RET-DET-DESC-CRIT   PIC  X(060).
         05        FILLER              PIC  X(054).
      *
      *--* VISAO DO TRAILER
      *
       01          ENT-RETORNO-T       REDEFINES        ENT-RETORNO-H.
      *
         05        FILLER              PIC  X(001).
         05        RET-TRL-QTDE-DET    PIC  9(009).
         05        RET-TRL-QTDE-REJ    PIC  9(009).
         05        FILLER              PIC  X(131).
      *
      *----------------------------------------------------------------*
      *                LINHAS DO RELATORIO (RELATO)                    *
      *----------------------------------------------------------------*
      *
       01          LIN-TITULO.
      *
         05        FILLER              PIC  X(050)      VALUE
               'RG1874B - RETORNO DE PROTOCOLO DA SUSEP - CORRECOE'.
         05        FILLER              PIC  X(021)      VALUE
               'S PENDENTES        - '.
         05        LIN-TIT-DATA        PIC  X(010)      VALUE SPACES.
         05        FILLER              PIC  X(051)      VALUE SPACES.
      *
       01          LIN-CABEC.
      *
         05        FILLER              PIC  X(045)      VALUE
               'CIA    ARQUIVO   SEQ ARQUIV  RAMO  APOLICE   '.
         05        FILLER              PIC  X(039)      VALUE
               '    ENDOSSO    OPER  SEQ HIST   CRIT  '.
         05        FILLER              PIC  X(048)      VALUE
               'DESCRICAO DA CRITICA                            '.
      *
       01          LIN-ARQUIVO.
      *
         05        FILLER              PIC  X(008)      VALUE
               'ARQUIVO '.
         05        LA-NOME-ARQ         PIC  X(008)      VALUE SPACES.
         05        FILLER              PIC  X(005)      VALUE ' CIA '.
         05        LA-COD-CIA          PIC  9(005)      VALUE ZEROS.
         05        FILLER              PIC  X(007)      VALUE
               ' REFER '.
         05        LA-MES-REFER        PIC  9(002)      VALUE ZEROS.
         05        FILLER              PIC  X(001)      VALUE '/'.
         05        LA-ANO-REFER        PIC  9(004)      VALUE ZEROS.
         05        FILLER              PIC  X(011)      VALUE
               ' PROTOCOLO '.
         05        LA-NUM-PROTOC       PIC  X(020)      VALUE SPACES.
         05        FILLER              PIC  X(006)      VALUE ' DATA '.
         05        LA-DATA-PROTOC      PIC  X(010)      VALUE SPACES.
         05        FILLER              PIC  X(010)      VALUE
               ' SITUACAO '.
         05        LA-SITUACAO         PIC  X(009)      VALUE SPACES.
         05        FILLER              PIC  X(026)      VALUE SPACES.
      *
       01          LIN-PENDENCIA.
      *
         05        LP-COD-CIA          PIC  9(005).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LP-NOME-ARQ         PIC  X(008).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LP-SEQ-ARQ          PIC  9(010).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LP-RAMO-SUSEP       PIC  9(004).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LP-NUM-APOL         PIC  9(013).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LP-NRENDOS          PIC  9(009).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LP-TIPO-OPER        PIC  9(004).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LP-NUM-SEQ          PIC  Z(008)9.
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LP-COD-CRITICA      PIC  X(004).
         05        FILLER              PIC  X(002)      VALUE SPACES.
         05        LP-DESC-CRITICA     PIC  X(046).
         05        FILLER              PIC  X(002)      VALUE SPACES.
      *
       01          LIN-TOT-ARQUIVO.
      *
         05        FILLER              PIC  X(010)      VALUE SPACES.
         05        FILLER              PIC  X(030)      VALUE
               'LINHAS DEVOLVIDAS PELA SUSEP: '.
         05        LT-QT-DETALHE       PIC  Z(008)9.
         05        FILLER              PIC  X(015)      VALUE
               ' - CRITICADAS: '.
         05        LT-QT-CRITICADA     PIC  Z(008)9.
         05        FILLER              PIC  X(030)      VALUE
               ' - SITUACAO FINAL DO ARQUIVO: '.
         05        LT-SITUACAO         PIC  X(009)      VALUE SPACES.
         05        FILLER              PIC  X(020)      VALUE SPACES.
      *
       01          LIN-PERIODO.
      *
         05        FILLER              PIC  X(008)      VALUE
               'PERIODO '.
         05        LPE-MES-REFER       PIC  9(002)      VALUE ZEROS.
         05        FILLER              PIC  X(001)      VALUE '/'.
         05        LPE-ANO-REFER       PIC  9(004)      VALUE ZEROS.
         05        FILLER              PIC  X(028)      VALUE
               ' - COMPANHIAS NO HISTORICO: '.
         05        LPE-QT-CIAS         PIC  Z(004)9.
         05        FILLER              PIC  X(023)      VALUE
               ' - COMPANHIAS ACEITAS: '.
         05        LPE-QT-CIAS-ACEI    PIC  Z(004)9.
         05        FILLER              PIC  X(013)      VALUE
               ' - SITUACAO: '.
         05        LPE-SITUACAO        PIC  X(030)      VALUE SPACES.
         05        FILLER              PIC  X(013)      VALUE SPACES.
      *
       01          LIN-SEPARADOR       PIC  X(132)     VALUE ALL '-'.
      *
      *----------------------------------------------------------------*
      *                 DEFINICAO DAS TABELAS INTERNAS                 *
      *----------------------------------------------------------------*
      *
       01          WS-TABELAS.
      *
      *--* PERIODOS (AAAAMM) PRESENTES NO RETORNO, PARA O RECALCULO DA
      *--* SITUACAO DE PROTOCOLO NO FINAL DO PROCESSAMENTO
      *
         05        PER-QTDE-OCUP       PIC  9(004)      COMP
                                                         VALUE ZEROS.
         05        PER-TAB-PERIODO     OCCURS  60       TIMES
                                       INDEXED   BY     PER-IDX.
           10      PER-TAB-AAAAMM      PIC  9(006)      VALUE ZEROS.
           10      PER-TAB-AAAAMM-R    REDEFINES        PER-TAB-AAAAMM.
             15    PER-TAB-ANO         PIC  9(004).
             15    PER-TAB-MES         PIC  9(002).
      *
      *----------------------------------------------------------------*
      *                     CHAVES DE CONTROLE DE LEITURA              *
      *----------------------------------------------------------------*
      *
       01          AREA-DE-WORK.
      *
         05        RET-STATUS          PIC  9(002)      VALUE ZEROS.
         05        REL-STATUS          PIC  9(002)      VALUE ZEROS.
      *
         05        WFIM-RETSUSEP       PIC  X(001)      VALUE SPACES.
         05        WTEM-HEADER         PIC  X(001)      VALUE SPACES.
         05        WTEM-BLOCO          PIC  X(001)      VALUE SPACES.
         05        WTEM-GRUPO          PIC  X(001)      VALUE SPACES.
      *
         05        AC-L-RETSUSEP       PIC  9(009)      VALUE ZEROS.
         05        AC-L-ARQUIVOS       PIC  9(009)      VALUE ZEROS.
         05        AC-L-ARQ-REJEIT     PIC  9(009)      VALUE ZEROS.
         05        AC-L-DETALHES       PIC  9(009)      VALUE ZEROS.
         05        AC-L-CRITICADAS     PIC  9(009)      VALUE ZEROS.
         05        AC-L-NAO-LOCALIZ    PIC  9(009)      VALUE ZEROS.
         05        AC-L-PERIODOS       PIC  9(009)      VALUE ZEROS.
         05        AC-L-PER-PROTOC     PIC  9(009)      VALUE ZEROS.
         05        AC-QT-HEADER        PIC  9(004)      VALUE ZEROS.
         05        AC-QT-TRAILER       PIC  9(004)      VALUE ZEROS.
      *
         05        AC-B-DETALHES       PIC  9(009)      VALUE ZEROS.
         05        AC-B-CRITICADAS     PIC  9(009)      VALUE ZEROS.
      *
         05        WS-AAAAMM-RET       PIC  9(006)      VALUE ZEROS.
         05        WS-AAAAMM-RET-R     REDEFINES        WS-AAAAMM-RET.
           10      WS-ANO-RET          PIC  9(004).
           10      WS-MES-RET          PIC  9(002).
      *
         05        WDATA-PROTOC.
           10      WDAT-PROT-ANO       PIC  9(004)      VALUE ZEROS.
           10      FILLER              PIC  X(001)      VALUE '-'.
           10      WDAT-PROT-MES       PIC  9(002)      VALUE ZEROS.
           10      FILLER              PIC  X(001)      VALUE '-'.
           10      WDAT-PROT-DIA       PIC  9(002)      VALUE ZEROS.
      *
         05        WS-CONTADOR-CMT     PIC S9(007)      VALUE +0 COMP.
         05        WS-LIMITE-CMT       PIC S9(007)   VALUE +1000 COMP.
      *
         05        CTL-SW-PENDENCIA    PIC  X(001)      VALUE 'N'.
           88      CTL-HA-PENDENCIA                     VALUE 'S'.
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
               ' RG1874B  '.
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
           DISPLAY      'RG1874B - INICIO DE EXECUCAO (' WS-DATA-CURR
                                          ' - '       WS-HORA-CURR ')'.
      *
           OPEN          INPUT             RETSUSEP.
      *
           IF  RET-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0000 - ERRO NO OPEN DO ARQ RETSUSEP'
               DISPLAY  'STATUS  - '  RET-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
           OPEN          OUTPUT            RELATO.
      *
           IF  REL-STATUS  NOT  EQUAL  ZEROS
               DISPLAY  'R0000 - ERRO NO OPEN DO ARQ RELATO'
               DISPLAY  'STATUS  - '  REL-STATUS
               GO   TO   R9999-00-ROT-ERRO.
      *
           MOVE      WS-DATA-CURR        TO         LIN-TIT-DATA.
      *
           MOVE      LIN-TITULO          TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
           MOVE      LIN-CABEC           TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
           MOVE      LIN-SEPARADOR       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           MOVE      SPACES              TO         WFIM-RETSUSEP.
      *
           PERFORM   R0100-00-LER-RETSUSEP.
      *
           PERFORM   R0120-00-PROCESSA-RETSUSEP  UNTIL
                     WFIM-RETSUSEP  NOT  EQUAL  SPACES.
      *
           IF  WTEM-HEADER  NOT  EQUAL  'S'
               DISPLAY  'R0000 - ARQUIVO RETSUSEP VAZIO OU SEM HEADER'
               GO   TO   R9999-00-ROT-ERRO.
      *
           IF  WTEM-BLOCO  EQUAL  'S'
               DISPLAY  'R0000 - ULTIMO BLOCO DO RETSUSEP SEM TRAILER '
                        '- POSSIVEL ARQUIVO TRUNCADO'
               DISPLAY  'HEADERS  - '  AC-QT-HEADER
               DISPLAY  'TRAILERS - '  AC-QT-TRAILER
               GO   TO   R9999-00-ROT-ERRO.
      *
           CLOSE         RETSUSEP.
      *
           PERFORM   R0600-00-SITUACAO-PERIODOS.
      *
           CLOSE         RELATO.
      *
           DISPLAY   'REGISTROS LIDOS RETSUSEP  - '  AC-L-RETSUSEP.
           DISPLAY   'ARQUIVOS DEVOLVIDOS       - '  AC-L-ARQUIVOS.
           DISPLAY   'ARQUIVOS REJEITADOS       - '  AC-L-ARQ-REJEIT.
           DISPLAY   'LINHAS DE DETALHE         - '  AC-L-DETALHES.
           DISPLAY   'LINHAS CRITICADAS         - '  AC-L-CRITICADAS.
           DISPLAY   'CRITICADAS SEM GRUPO      - '  AC-L-NAO-LOCALIZ.
           DISPLAY   'PERIODOS ATUALIZADOS      - '  AC-L-PERIODOS.
           DISPLAY   'PERIODOS PROTOCOLADOS     - '  AC-L-PER-PROTOC.
      *
           MOVE      '00:00:00'          TO         WS-HORA-CURR.
      *
           ACCEPT     WS-HORA-ACCEPT     FROM       TIME.
           MOVE       WS-HOR-ACCEPT      TO         WS-HOR-CURR.
           MOVE       WS-MIN-ACCEPT      TO         WS-MIN-CURR.
           MOVE       WS-SEG-ACCEPT      TO         WS-SEG-CURR.
      *
           DISPLAY   'RG1874B - FINAL DE EXECUCAO  (' WS-DATA-CURR
                                          ' - '       WS-HORA-CURR ')'.
      *
           IF  CTL-HA-PENDENCIA
               DISPLAY '*---   RG1874B  -  HA CORRECOES OU PROTOCOLOS '
                       'PENDENTES  -  VIDE RELATO   ---*'
               MOVE   4           TO     RETURN-CODE
           ELSE
               DISPLAY '*---   RG1874B  -  FIM  NORMAL   ---*'
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
       R0100-00-LER-RETSUSEP       SECTION.
      *-------------------------------------
      *
           READ          RETSUSEP        INTO             ENT-RETORNO-H
                         AT  END
                         MOVE  'S'       TO               WFIM-RETSUSEP.
      *
           IF  WFIM-RETSUSEP  EQUAL  SPACES
               IF  RET-STATUS  NOT  EQUAL  ZEROS
                   DISPLAY  'R0100 - ERRO NO READ DO ARQ RETSUSEP'
                   DISPLAY  'STATUS  - '  RET-STATUS
                   GO   TO   R9999-00-ROT-ERRO
               ELSE
                   ADD   1   TO   AC-L-RETSUSEP.
      *
       R0100-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* CADA BLOCO HEADER/DETALHE/TRAILER CORRESPONDE A UM ARQUIVO
      *--* TRANSMITIDO (UM PREMITSN OU PREMCDSN DE UMA COMPANHIA). UM
      *--* HEADER ANTES DO TRAILER DO BLOCO ANTERIOR, OU DETALHE FORA
      *--* DE BLOCO, INDICA ARQUIVO DE RETORNO TRUNCADO OU MONTADO
      *--* ERRADO E INTERROMPE O PROCESSAMENTO.
      *
       R0120-00-PROCESSA-RETSUSEP  SECTION.
      *-------------------------------------
      *
           EVALUATE  RET-HDR-TIPO-REG
               WHEN  'H'
                     IF  WTEM-BLOCO  EQUAL  'S'
                         DISPLAY 'R0120 - HEADER DO RETSUSEP ANTES DO '
                                 'TRAILER DO BLOCO ANTERIOR'
                         DISPLAY 'ARQUIVO ANTERIOR - '  WHOST-NOME-ARQ
                                 ' CIA '  WHOST-COD-CIA
                         GO   TO  R9999-00-ROT-ERRO
                     END-IF
                     PERFORM  R0200-00-HEADER-RETORNO
               WHEN  'D'
                     IF  WTEM-BLOCO  NOT  EQUAL  'S'
                         DISPLAY 'R0120 - DETALHE DO RETSUSEP FORA DE '
                                 'BLOCO (SEM HEADER)'
                         GO   TO  R9999-00-ROT-ERRO
                     END-IF
                     PERFORM  R0300-00-DETALHE-RETORNO
               WHEN  'T'
                     IF  WTEM-BLOCO  NOT  EQUAL  'S'
                         DISPLAY 'R0120 - TRAILER DO RETSUSEP SEM '
                                 'HEADER CORRESPONDENTE'
                         GO   TO  R9999-00-ROT-ERRO
                     END-IF
                     PERFORM  R0400-00-TRAILER-RETORNO
               WHEN  OTHER
                     DISPLAY 'R0120 - TIPO DE REGISTRO INVALIDO NO '
                             'RETSUSEP - '  RET-HDR-TIPO-REG
                     DISPLAY 'REGISTRO - '  AC-L-RETSUSEP
                     GO   TO  R9999-00-ROT-ERRO
           END-EVALUATE.
      *
           PERFORM   R0100-00-LER-RETSUSEP.
      *
       R0120-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* HEADER DO BLOCO: VALIDA, IDENTIFICA SE O ARQUIVO DEVOLVIDO
      *--* E UM PREMIT ('E') OU PREMCED ('C') PELO NOME TRANSMITIDO E
      *--* GRAVA O PROTOCOLO COMO VIGENTE PARA O ARQUIVO DA COMPANHIA.
      *
       R0200-00-HEADER-RETORNO     SECTION.
      *-------------------------------------
      *
           MOVE         '020'            TO               WNR-EXEC-SQL.
      *
           IF  RET-HDR-COD-CIA      NOT  NUMERIC   OR
               RET-HDR-ANO-REFER    NOT  NUMERIC   OR
               RET-HDR-MES-REFER    NOT  NUMERIC   OR
               RET-HDR-DATA-PROTOC  NOT  NUMERIC   OR
               RET-HDR-QTDE-RECEB   NOT  NUMERIC   OR
               RET-HDR-MES-REFER    EQUAL  ZEROS   OR
               RET-HDR-MES-REFER    GREATER  12    OR
               RET-HDR-NUM-PROTOC   EQUAL  SPACES
               DISPLAY 'R0200 - HEADER DO RETSUSEP COM CAMPO '
                       'INVALIDO - REGISTRO '  AC-L-RETSUSEP
               DISPLAY 'HEADER  - '  ENT-RETORNO-H (1:58)
               GO   TO  R9999-00-ROT-ERRO.
      *
           IF  RET-HDR-SITUACAO  NOT  EQUAL  'A'  AND  'R'
               DISPLAY 'R0200 - SITUACAO DO PROTOCOLO INVALIDA NO '
                       'HEADER - INFORME A OU R'
               DISPLAY 'PROTOCOLO - '  RET-HDR-NUM-PROTOC
               GO   TO  R9999-00-ROT-ERRO.
      *
           IF  RET-HDR-ARQUIVO (1:6)  EQUAL  'PREMIT'
               MOVE   'E'                TO         WHOST-TIPO-ARQ
           ELSE
               IF  RET-HDR-ARQUIVO (1:5)  EQUAL  'PREMC'
                   MOVE   'C'            TO         WHOST-TIPO-ARQ
               ELSE
                   DISPLAY 'R0200 - ARQUIVO DEVOLVIDO NAO E PREMIT '
                           'NEM PREMCED - '  RET-HDR-ARQUIVO
                   GO   TO  R9999-00-ROT-ERRO.
      *
           MOVE      'S'                 TO         WTEM-HEADER
                                                    WTEM-BLOCO.
           ADD       1                   TO         AC-QT-HEADER
                                                    AC-L-ARQUIVOS.
           MOVE      ZEROS               TO         AC-B-DETALHES
                                                    AC-B-CRITICADAS.
      *
           MOVE      RET-HDR-ANO-REFER   TO         WHOST-ANO-REFER.
           MOVE      RET-HDR-MES-REFER   TO         WHOST-MES-REFER.
           MOVE      RET-HDR-COD-CIA     TO         WHOST-COD-CIA.
           MOVE      RET-HDR-COD-CIA     TO         WHOST-COD-CIA-X.
           MOVE      RET-HDR-ARQUIVO     TO         WHOST-NOME-ARQ.
           MOVE      RET-HDR-NUM-PROTOC  TO         WHOST-NUM-PROTOC.
           MOVE      RET-HDR-SITUACAO    TO         WHOST-SITUACAO.
           MOVE      RET-HDR-QTDE-RECEB  TO         WHOST-QT-RECEB.
           MOVE      ZEROS               TO         WHOST-QT-CRITIC.
      *
           MOVE      RET-HDR-PROT-ANO    TO         WDAT-PROT-ANO.
           MOVE      RET-HDR-PROT-MES    TO         WDAT-PROT-MES.
           MOVE      RET-HDR-PROT-DIA    TO         WDAT-PROT-DIA.
           MOVE      WDATA-PROTOC        TO         WHOST-DATA-PROTOC.
      *
           DISPLAY   'RG1874B - RETORNO DO ARQUIVO '  WHOST-NOME-ARQ
                     ' CIA '  RET-HDR-COD-CIA
                     ' ( '  RET-HDR-MES-REFER '/' RET-HDR-ANO-REFER
                     ' ) PROTOCOLO '  WHOST-NUM-PROTOC.
      *
           PERFORM   R0210-00-REGISTRA-PERIODO.
      *
           PERFORM   R0220-00-LIMPA-PROTOCOLO.
      *
           PERFORM   R0230-00-INSERT-PROTOCOLO.
      *
           MOVE      WHOST-NOME-ARQ      TO         LA-NOME-ARQ.
           MOVE      RET-HDR-COD-CIA     TO         LA-COD-CIA.
           MOVE      RET-HDR-MES-REFER   TO         LA-MES-REFER.
           MOVE      RET-HDR-ANO-REFER   TO         LA-ANO-REFER.
           MOVE      WHOST-NUM-PROTOC    TO         LA-NUM-PROTOC.
           MOVE      WHOST-DATA-PROTOC   TO         LA-DATA-PROTOC.
      *
           IF  WHOST-SITUACAO  EQUAL  'A'
               MOVE   'ACEITO'           TO         LA-SITUACAO
           ELSE
               MOVE   'REJEITADO'        TO         LA-SITUACAO.
      *
           MOVE      LIN-ARQUIVO         TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
       R0200-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0210-00-REGISTRA-PERIODO   SECTION.
      *-------------------------------------
      *
           MOVE      RET-HDR-ANO-REFER   TO         WS-ANO-RET.
           MOVE      RET-HDR-MES-REFER   TO         WS-MES-RET.
      *
           SET       PER-IDX             TO         1.
      *
           SEARCH    PER-TAB-PERIODO
                     AT       END
                              PERFORM  R0215-00-INCLUI-PERIODO
                     WHEN     PER-TAB-AAAAMM (PER-IDX)  =
                              WS-AAAAMM-RET
                              NEXT     SENTENCE
           END-SEARCH.
      *
       R0210-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0215-00-INCLUI-PERIODO     SECTION.
      *-------------------------------------
      *
           IF  PER-QTDE-OCUP  NOT  LESS  60
               DISPLAY 'R0215 - MAIS DE 60 PERIODOS NO RETSUSEP - '
                       'TABELA DE PERIODOS CHEIA'
               GO   TO  R9999-00-ROT-ERRO.
      *
           ADD       1                   TO         PER-QTDE-OCUP.
           SET       PER-IDX             TO         PER-QTDE-OCUP.
           MOVE      WS-AAAAMM-RET       TO    PER-TAB-AAAAMM (PER-IDX).
      *
       R0215-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* O REPROCESSAMENTO DO MESMO RETORNO SUBSTITUI (E NAO
      *--* DUPLICA) O PROTOCOLO E AS LINHAS JA GRAVADOS PARA ELE.
      *
       R0220-00-LIMPA-PROTOCOLO    SECTION.
      *-------------------------------------
      *
           MOVE         '022'            TO               WNR-EXEC-SQL.
      *
           EXEC SQL  DELETE
               FROM  SEGUROS.SUSEP_PROTOCOLO_LINHA
              WHERE  NUM_PROTOCOLO      =  :WHOST-NUM-PROTOC
                AND  COD_CIA            =  :WHOST-COD-CIA
                AND  TIPO_ARQUIVO       =  :WHOST-TIPO-ARQ
           END-EXEC.
      *
           IF    SQLCODE  NOT  EQUAL   ZEROS
             IF  SQLCODE       EQUAL   100
                 NEXT     SENTENCE
             ELSE
                 DISPLAY 'R0220 - ERRO NO DELETE DA SUSEP-PROTOCOLO-'
                         'LINHA'
                 DISPLAY 'PROTOCOLO - '  WHOST-NUM-PROTOC
                 GO   TO  R9999-00-ROT-ERRO.
      *
           MOVE         '023'            TO               WNR-EXEC-SQL.
      *
           EXEC SQL  DELETE
               FROM  SEGUROS.SUSEP_PROTOCOLO
              WHERE  NUM_PROTOCOLO      =  :WHOST-NUM-PROTOC
                AND  COD_CIA            =  :WHOST-COD-CIA
                AND  TIPO_ARQUIVO       =  :WHOST-TIPO-ARQ
           END-EXEC.
      *
           IF    SQLCODE  NOT  EQUAL   ZEROS
             IF  SQLCODE       EQUAL   100
                 NEXT     SENTENCE
             ELSE
                 DISPLAY 'R0220 - ERRO NO DELETE DA SUSEP-PROTOCOLO'
                 DISPLAY 'PROTOCOLO - '  WHOST-NUM-PROTOC
                 GO   TO  R9999-00-ROT-ERRO.
      *
       R0220-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* OS PROTOCOLOS ANTERIORES DO MESMO ARQUIVO (MESMA COMPANHIA,
      *--* ANO/MES E TIPO) DEIXAM DE SER VIGENTES: UMA RETRANSMISSAO
      *--* ACEITA SUPERA A REJEICAO ANTERIOR, E VICE-VERSA. O HISTORICO
      *--* DOS PROTOCOLOS ANTERIORES E PRESERVADO.
      *
       R0230-00-INSERT-PROTOCOLO   SECTION.
      *-------------------------------------
      *
           MOVE         '024'            TO               WNR-EXEC-SQL.
      *
           EXEC SQL  UPDATE  SEGUROS.SUSEP_PROTOCOLO
                SET  IND_VIGENTE        =  'N'
              WHERE  ANO_REFERENCIA     =  :WHOST-ANO-REFER
                AND  MES_REFERENCIA     =  :WHOST-MES-REFER
                AND  COD_CIA            =  :WHOST-COD-CIA
                AND  TIPO_ARQUIVO       =  :WHOST-TIPO-ARQ
                AND  IND_VIGENTE        =  'S'
           END-EXEC.
      *
           IF    SQLCODE  NOT  EQUAL   ZEROS
             IF  SQLCODE       EQUAL   100
                 NEXT     SENTENCE
             ELSE
                 DISPLAY 'R0230 - ERRO NO UPDATE DA SUSEP-PROTOCOLO'
                 DISPLAY 'PROTOCOLO - '  WHOST-NUM-PROTOC
                 GO   TO  R9999-00-ROT-ERRO.
      *
           MOVE         '025'            TO               WNR-EXEC-SQL.
      *
           EXEC SQL  INSERT
               INTO  SEGUROS.SUSEP_PROTOCOLO
                     (NUM_PROTOCOLO      ,
                      COD_CIA            ,
                      TIPO_ARQUIVO       ,
                      ANO_REFERENCIA     ,
                      MES_REFERENCIA     ,
                      NOME_ARQUIVO       ,
                      DATA_PROTOCOLO     ,
                      SITUACAO           ,
                      QTD_RECEBIDOS      ,
                      QTD_CRITICADOS     ,
                      IND_VIGENTE        ,
                      DATA_PROCESSAMENTO)
              VALUES
                     (:WHOST-NUM-PROTOC  ,
                      :WHOST-COD-CIA     ,
                      :WHOST-TIPO-ARQ    ,
                      :WHOST-ANO-REFER   ,
                      :WHOST-MES-REFER   ,
                      :WHOST-NOME-ARQ    ,
                      :WHOST-DATA-PROTOC ,
                      :WHOST-SITUACAO    ,
                      :WHOST-QT-RECEB    ,
                      :WHOST-QT-CRITIC   ,
                      'S'                ,
                      CURRENT DATE)
           END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               DISPLAY 'R0230 - ERRO NO INSERT NA SUSEP-PROTOCOLO'
               DISPLAY 'PROTOCOLO - '  WHOST-NUM-PROTOC
               DISPLAY 'ARQUIVO   - '  WHOST-NOME-ARQ
               GO   TO  R9999-00-ROT-ERRO.
      *
       R0230-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* LINHA DE DETALHE: A LINHA CRITICADA E LOCALIZADA NO
      *--* HISTORICO E LISTADA COMO CORRECAO PENDENTE; TODAS AS LINHAS
      *--* DEVOLVIDAS SAO GRAVADAS NA SUSEP_PROTOCOLO_LINHA.
      *
       R0300-00-DETALHE-RETORNO    SECTION.
      *-------------------------------------
      *
           IF  RET-DET-SEQ  NOT  NUMERIC  OR
               RET-DET-SEQ  EQUAL  ZEROS
               DISPLAY 'R0300 - SEQUENCIA INVALIDA NO DETALHE DO '
                       'RETSUSEP - REGISTRO '  AC-L-RETSUSEP
               GO   TO  R9999-00-ROT-ERRO.
      *
           IF  RET-DET-SITUACAO  NOT  EQUAL  'A'  AND  'R'
               DISPLAY 'R0300 - SITUACAO INVALIDA NO DETALHE DO '
                       'RETSUSEP - REGISTRO '  AC-L-RETSUSEP
               GO   TO  R9999-00-ROT-ERRO.
      *
           ADD       1                   TO         AC-B-DETALHES
                                                    AC-L-DETALHES.
      *
           MOVE      RET-DET-SEQ         TO         WHOST-SEQ-ARQ.
           MOVE      RET-DET-SITUACAO    TO         WHOST-SIT-LINHA.
           MOVE      RET-DET-COD-CRITICA TO         WHOST-COD-CRITICA.
           MOVE      RET-DET-NOME-CAMPO  TO         WHOST-NOME-CAMPO.
           MOVE      RET-DET-DESC-CRIT   TO         WHOST-DESC-CRITICA.
      *
           MOVE      ZEROS               TO         WHOST-RAMO-SUSEP
                                                    WHOST-NUM-APOL
                                                    WHOST-NRENDOS
                                                    WHOST-TIPO-OPER
                                                    WHOST-NUM-SEQ.
           MOVE      SPACES              TO         WHOST-IND-CORRIG.
      *
           IF  WHOST-SIT-LINHA  EQUAL  'R'
               ADD    1                  TO         AC-B-CRITICADAS
                                                    AC-L-CRITICADAS
               MOVE   'N'                TO         WHOST-IND-CORRIG
               MOVE   'S'                TO         CTL-SW-PENDENCIA
               IF  WHOST-TIPO-ARQ  EQUAL  'E'
                   PERFORM  R0350-00-LOCALIZA-GRUPO-EMIT
               ELSE
                   PERFORM  R0360-00-LOCALIZA-GRUPO-CED
               END-IF
               PERFORM  R0380-00-IMPRIME-PENDENCIA.
      *
           PERFORM   R0370-00-INSERT-LINHA.
      *
       R0300-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* A N-ESIMA LINHA DO PREMITSN DA COMPANHIA E A N-ESIMA LINHA
      *--* DA COMPANHIA NO HISTORICO, NA ORDEM DE NUM_SEQ (O RG1869B
      *--* PRESERVA A ORDEM DO ARQUIVO ORIGINAL AO RENUMERAR).
      *
       R0350-00-LOCALIZA-GRUPO-EMIT SECTION.
      *-------------------------------------
      *
           MOVE         '035'            TO               WNR-EXEC-SQL.
      *
           EXEC  SQL   SELECT
                 H.RAMO_SUSEP,
                 H.NUM_APOLICE,
                 H.NRENDOS,
                 H.TIPO_OPERACAO,
                 H.NUM_SEQ
                 INTO :WHOST-RAMO-SUSEP,
                      :WHOST-NUM-APOL,
                      :WHOST-NRENDOS,
                      :WHOST-TIPO-OPER,
                      :WHOST-NUM-SEQ
                 FROM (SELECT  RAMO_SUSEP,
                               NUM_APOLICE,
                               NRENDOS,
                               TIPO_OPERACAO,
                               NUM_SEQ,
                               ROW_NUMBER() OVER (ORDER BY NUM_SEQ)
                                          AS  SEQ_CIA
                         FROM  SEGUROS.PREMIT_HISTORICO
                        WHERE  ANO_REFERENCIA     =  :WHOST-ANO-REFER
                          AND  MES_REFERENCIA     =  :WHOST-MES-REFER
                          AND  SUBSTR(REGISTRO_PREMIT,11,5)
                                                  =  :WHOST-COD-CIA-X
                      )  AS  H
                WHERE  H.SEQ_CIA              =  :WHOST-SEQ-ARQ
                 WITH  UR
           END-EXEC.
      *
           PERFORM   R0365-00-TRATA-LOCALIZACAO.
      *
       R0350-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* MESMA REGRA DO R0350 PARA O PREMCDSN. A PREMCED_HISTORICO
      *--* NAO GUARDA O RAMO_SUSEP (CARREGADO COM ZEROS PELO RG1867B):
      *--* O RAMO E OBTIDO DO GRUPO CORRESPONDENTE NA PREMIT_HISTORICO.
      *
       R0360-00-LOCALIZA-GRUPO-CED SECTION.
      *-------------------------------------
      *
           MOVE         '036'            TO               WNR-EXEC-SQL.
      *
           EXEC  SQL   SELECT
                 VALUE((SELECT  MAX(E.RAMO_SUSEP)
                          FROM  SEGUROS.PREMIT_HISTORICO  E
                         WHERE  E.ANO_REFERENCIA  =  C.ANO_REFERENCIA
                           AND  E.MES_REFERENCIA  =  C.MES_REFERENCIA
                           AND  E.NUM_APOLICE     =  C.NUM_APOLICE
                           AND  E.NRENDOS         =  C.NRENDOS
                           AND  E.TIPO_OPERACAO   =  C.TIPO_OPERACAO),
                       0),
                 C.NUM_APOLICE,
                 C.NRENDOS,
                 C.TIPO_OPERACAO,
                 C.NUM_SEQ
                 INTO :WHOST-RAMO-SUSEP,
                      :WHOST-NUM-APOL,
                      :WHOST-NRENDOS,
                      :WHOST-TIPO-OPER,
                      :WHOST-NUM-SEQ
                 FROM (SELECT  ANO_REFERENCIA,
                               MES_REFERENCIA,
                               NUM_APOLICE,
                               NRENDOS,
                               TIPO_OPERACAO,
                               NUM_SEQ,
                               ROW_NUMBER() OVER (ORDER BY NUM_SEQ)
                                          AS  SEQ_CIA
                         FROM  SEGUROS.PREMCED_HISTORICO
                        WHERE  ANO_REFERENCIA     =  :WHOST-ANO-REFER
                          AND  MES_REFERENCIA     =  :WHOST-MES-REFER
                          AND  SUBSTR(REGISTRO_PREMCED,11,5)
                                                  =  :WHOST-COD-CIA-X
                      )  AS  C
                WHERE  C.SEQ_CIA              =  :WHOST-SEQ-ARQ
                 WITH  UR
           END-EXEC.
      *
           PERFORM   R0365-00-TRATA-LOCALIZACAO.
      *
       R0360-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* SEQUENCIA SEM CORRESPONDENTE NO HISTORICO (PERIODO NAO
      *--* CARREGADO PELO RG1867B OU RECARREGADO DEPOIS DA TRANSMISSAO)
      *--* CONTINUA PENDENTE, COM A CHAVE DO GRUPO ZERADA.
      *
       R0365-00-TRATA-LOCALIZACAO  SECTION.
      *-------------------------------------
      *
           IF  SQLCODE  EQUAL  ZEROS
               MOVE   'S'                TO         WTEM-GRUPO
           ELSE
               IF  SQLCODE  EQUAL  100
                   MOVE   'N'            TO         WTEM-GRUPO
                   ADD    1              TO         AC-L-NAO-LOCALIZ
                   MOVE   ZEROS          TO         WHOST-RAMO-SUSEP
                                                    WHOST-NUM-APOL
                                                    WHOST-NRENDOS
                                                    WHOST-TIPO-OPER
                                                    WHOST-NUM-SEQ
               ELSE
                   DISPLAY 'R0365 - ERRO NA LOCALIZACAO DO GRUPO NO '
                           'HISTORICO'
                   DISPLAY 'ARQUIVO   - '  WHOST-NOME-ARQ
                           ' CIA '  WHOST-COD-CIA-X
                   DISPLAY 'SEQUENCIA - '  WHOST-SEQ-ARQ
                   GO   TO  R9999-00-ROT-ERRO.
      *
       R0365-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0370-00-INSERT-LINHA       SECTION.
      *-------------------------------------
      *
           MOVE         '037'            TO               WNR-EXEC-SQL.
      *
           EXEC SQL  INSERT
               INTO  SEGUROS.SUSEP_PROTOCOLO_LINHA
                     (NUM_PROTOCOLO      ,
                      COD_CIA            ,
                      TIPO_ARQUIVO       ,
                      NUM_SEQ_ARQUIVO    ,
                      ANO_REFERENCIA     ,
                      MES_REFERENCIA     ,
                      SITUACAO           ,
                      COD_CRITICA        ,
                      NOME_CAMPO         ,
                      DESC_CRITICA       ,
                      RAMO_SUSEP         ,
                      NUM_APOLICE        ,
                      NRENDOS            ,
                      TIPO_OPERACAO      ,
                      NUM_SEQ_HISTORICO  ,
                      IND_CORRIGIDO      ,
                      DATA_PROCESSAMENTO)
              VALUES
                     (:WHOST-NUM-PROTOC  ,
                      :WHOST-COD-CIA     ,
                      :WHOST-TIPO-ARQ    ,
                      :WHOST-SEQ-ARQ     ,
                      :WHOST-ANO-REFER   ,
                      :WHOST-MES-REFER   ,
                      :WHOST-SIT-LINHA   ,
                      :WHOST-COD-CRITICA ,
                      :WHOST-NOME-CAMPO  ,
                      :WHOST-DESC-CRITICA,
                      :WHOST-RAMO-SUSEP  ,
                      :WHOST-NUM-APOL    ,
                      :WHOST-NRENDOS     ,
                      :WHOST-TIPO-OPER   ,
                      :WHOST-NUM-SEQ     ,
                      :WHOST-IND-CORRIG  ,
                      CURRENT DATE)
           END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               DISPLAY 'R0370 - ERRO NO INSERT NA SUSEP-PROTOCOLO-'
                       'LINHA'
               DISPLAY 'PROTOCOLO - '  WHOST-NUM-PROTOC
               DISPLAY 'SEQUENCIA - '  WHOST-SEQ-ARQ
               GO   TO  R9999-00-ROT-ERRO.
      *
           PERFORM   R0500-00-COMMIT-INTERVALO.
      *
       R0370-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0380-00-IMPRIME-PENDENCIA  SECTION.
      *-------------------------------------
      *
           MOVE      WHOST-COD-CIA       TO         LP-COD-CIA.
           MOVE      WHOST-NOME-ARQ      TO         LP-NOME-ARQ.
           MOVE      RET-DET-SEQ         TO         LP-SEQ-ARQ.
           MOVE      WHOST-RAMO-SUSEP    TO         LP-RAMO-SUSEP.
           MOVE      WHOST-NUM-APOL      TO         LP-NUM-APOL.
           MOVE      WHOST-NRENDOS       TO         LP-NRENDOS.
           MOVE      WHOST-TIPO-OPER     TO         LP-TIPO-OPER.
           MOVE      WHOST-NUM-SEQ       TO         LP-NUM-SEQ.
           MOVE      WHOST-COD-CRITICA   TO         LP-COD-CRITICA.
      *
           IF  WTEM-GRUPO  EQUAL  'S'
               MOVE   WHOST-DESC-CRITICA TO         LP-DESC-CRITICA
           ELSE
               MOVE   '*SEQUENCIA NAO LOCALIZADA NO HISTORICO'
                                         TO         LP-DESC-CRITICA.
      *
           MOVE      LIN-PENDENCIA       TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
       R0380-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* TRAILER DO BLOCO: CONFERE AS QUANTIDADES INFORMADAS PELA
      *--* SUSEP E FECHA A SITUACAO DO ARQUIVO. O ARQUIVO SO FICA
      *--* ACEITO SE O HEADER VEIO ACEITO E NENHUMA LINHA FOI
      *--* CRITICADA.
      *
       R0400-00-TRAILER-RETORNO    SECTION.
      *-------------------------------------
      *
           MOVE         '040'            TO               WNR-EXEC-SQL.
      *
           ADD       1                   TO         AC-QT-TRAILER.
      *
           IF  RET-TRL-QTDE-DET  NOT  NUMERIC            OR
               RET-TRL-QTDE-REJ  NOT  NUMERIC            OR
               RET-TRL-QTDE-DET  NOT  EQUAL  AC-B-DETALHES  OR
               RET-TRL-QTDE-REJ  NOT  EQUAL  AC-B-CRITICADAS
               DISPLAY 'R0400 - TRAILER DO RETSUSEP NAO CONFERE COM '
                       'O BLOCO - POSSIVEL ARQUIVO TRUNCADO'
               DISPLAY 'ARQUIVO    - '  WHOST-NOME-ARQ
                       ' CIA '  WHOST-COD-CIA-X
               DISPLAY 'TRAILER    - '  RET-TRL-QTDE-DET
                       ' / '  RET-TRL-QTDE-REJ
               DISPLAY 'LIDOS      - '  AC-B-DETALHES
                       ' / '  AC-B-CRITICADAS
               GO   TO  R9999-00-ROT-ERRO.
      *
           IF  AC-B-CRITICADAS  GREATER  ZEROS
               MOVE   'R'                TO         WHOST-SITUACAO.
      *
           MOVE      AC-B-CRITICADAS     TO         WHOST-QT-CRITIC.
      *
           EXEC SQL  UPDATE  SEGUROS.SUSEP_PROTOCOLO
                SET  SITUACAO           =  :WHOST-SITUACAO,
                     QTD_CRITICADOS     =  :WHOST-QT-CRITIC
              WHERE  NUM_PROTOCOLO      =  :WHOST-NUM-PROTOC
                AND  COD_CIA            =  :WHOST-COD-CIA
                AND  TIPO_ARQUIVO       =  :WHOST-TIPO-ARQ
           END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               DISPLAY 'R0400 - ERRO NO UPDATE DA SUSEP-PROTOCOLO'
               DISPLAY 'PROTOCOLO - '  WHOST-NUM-PROTOC
               GO   TO  R9999-00-ROT-ERRO.
      *
           EXEC  SQL   COMMIT  WORK   END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               DISPLAY 'R0400 - ERRO NO COMMIT DO PROTOCOLO'
               GO   TO  R9999-00-ROT-ERRO.
      *
           MOVE      ZEROS               TO         WS-CONTADOR-CMT.
           MOVE      SPACES              TO         WTEM-BLOCO.
      *
           MOVE      AC-B-DETALHES       TO         LT-QT-DETALHE.
           MOVE      AC-B-CRITICADAS     TO         LT-QT-CRITICADA.
      *
           IF  WHOST-SITUACAO  EQUAL  'A'
               MOVE   'ACEITO'           TO         LT-SITUACAO
           ELSE
               MOVE   'REJEITADO'        TO         LT-SITUACAO
               MOVE   'S'                TO         CTL-SW-PENDENCIA
               ADD    1                  TO         AC-L-ARQ-REJEIT.
      *
           MOVE      LIN-TOT-ARQUIVO     TO         REG-RELATO.
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
       R0500-00-COMMIT-INTERVALO   SECTION.
      *-------------------------------------
      *
           MOVE         '050'            TO               WNR-EXEC-SQL.
      *
           ADD    1    TO      WS-CONTADOR-CMT.
      *
           IF  WS-CONTADOR-CMT  >  WS-LIMITE-CMT
               EXEC  SQL   COMMIT  WORK   END-EXEC
               IF  SQLCODE  NOT  EQUAL  ZEROS
                   DISPLAY 'R0500 - ERRO NO COMMIT DAS LINHAS'
                   GO   TO  R9999-00-ROT-ERRO
               END-IF
               MOVE   ZEROS    TO    WS-CONTADOR-CMT.
      *
       R0500-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* RECALCULA A SITUACAO DE PROTOCOLO DE CADA ANO/MES PRESENTE
      *--* NO RETORNO. AS COMPANHIAS ESPERADAS SAO AS QUE TEM REGISTRO
      *--* NO HISTORICO DO PERIODO (PREMIT OU PREMCED); CADA UMA PRECISA
      *--* TER O PREMIT E O PREMCED VIGENTES ACEITOS (O RG1869B GERA OS
      *--* DOIS ARQUIVOS PARA TODA COMPANHIA, MESMO SEM MOVIMENTO).
      *
       R0600-00-SITUACAO-PERIODOS  SECTION.
      *-------------------------------------
      *
           PERFORM   R0610-00-SITUACAO-UM-PERIODO
                     VARYING   PER-IDX   FROM  1  BY  1
                     UNTIL     PER-IDX   GREATER   PER-QTDE-OCUP.
      *
           EXEC  SQL   COMMIT  WORK   END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               DISPLAY 'R0600 - ERRO NO COMMIT DA SITUACAO DOS '
                       'PERIODOS'
               GO   TO  R9999-00-ROT-ERRO.
      *
       R0600-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0610-00-SITUACAO-UM-PERIODO SECTION.
      *-------------------------------------
      *
           MOVE         '061'            TO               WNR-EXEC-SQL.
      *
           MOVE      PER-TAB-ANO (PER-IDX)  TO      WHOST-ANO-REFER.
           MOVE      PER-TAB-MES (PER-IDX)  TO      WHOST-MES-REFER.
      *
           ADD       1                   TO         AC-L-PERIODOS.
      *
           EXEC  SQL   SELECT
                 COUNT(*),
                 VALUE(SUM(CASE WHEN EXISTS
                                (SELECT  1
                                   FROM  SEGUROS.SUSEP_PROTOCOLO  PE
                                  WHERE  PE.ANO_REFERENCIA
                                                    =  :WHOST-ANO-REFER
                                    AND  PE.MES_REFERENCIA
                                                    =  :WHOST-MES-REFER
                                    AND  PE.COD_CIA  =  CIAS.COD_CIA
                                    AND  PE.TIPO_ARQUIVO  =  'E'
                                    AND  PE.IND_VIGENTE   =  'S'
                                    AND  PE.SITUACAO      =  'A')
                                 AND EXISTS
                                (SELECT  1
                                   FROM  SEGUROS.SUSEP_PROTOCOLO  PC
                                  WHERE  PC.ANO_REFERENCIA
                                                    =  :WHOST-ANO-REFER
                                    AND  PC.MES_REFERENCIA
                                                    =  :WHOST-MES-REFER
                                    AND  PC.COD_CIA  =  CIAS.COD_CIA
                                    AND  PC.TIPO_ARQUIVO  =  'C'
                                    AND  PC.IND_VIGENTE   =  'S'
                                    AND  PC.SITUACAO      =  'A')
                                THEN 1  ELSE 0  END),+0)
                 INTO :WHOST-QT-CIAS,
                      :WHOST-QT-CIAS-ACEI
                 FROM (SELECT  INTEGER(SUBSTR(REGISTRO_PREMIT,11,5))
                                             AS  COD_CIA
                         FROM  SEGUROS.PREMIT_HISTORICO
                        WHERE  ANO_REFERENCIA     =  :WHOST-ANO-REFER
                          AND  MES_REFERENCIA     =  :WHOST-MES-REFER
                       UNION
                       SELECT  INTEGER(SUBSTR(REGISTRO_PREMCED,11,5))
                                             AS  COD_CIA
                         FROM  SEGUROS.PREMCED_HISTORICO
                        WHERE  ANO_REFERENCIA     =  :WHOST-ANO-REFER
                          AND  MES_REFERENCIA     =  :WHOST-MES-REFER
                      )  AS  CIAS
                 WITH  UR
           END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               DISPLAY 'R0610 - ERRO NA CONTAGEM DE COMPANHIAS DO '
                       'PERIODO'
               DISPLAY 'PERIODO - '  WHOST-MES-REFER '/'
                                     WHOST-ANO-REFER
               GO   TO  R9999-00-ROT-ERRO.
      *
           MOVE      WHOST-MES-REFER     TO         LPE-MES-REFER.
           MOVE      WHOST-ANO-REFER     TO         LPE-ANO-REFER.
           MOVE      WHOST-QT-CIAS       TO         LPE-QT-CIAS.
           MOVE      WHOST-QT-CIAS-ACEI  TO         LPE-QT-CIAS-ACEI.
      *
           IF  WHOST-QT-CIAS  EQUAL  ZEROS
               MOVE   'N'                TO         WHOST-IND-PROTOC
               MOVE   'S'                TO         CTL-SW-PENDENCIA
               MOVE   'PERIODO SEM CARGA NO HISTORICO'
                                         TO         LPE-SITUACAO
               DISPLAY 'RG1874B - PERIODO '  WHOST-MES-REFER '/'
                       WHOST-ANO-REFER ' SEM CARGA NO HISTORICO - '
                       'EXECUTAR O RG1867B'
           ELSE
               IF  WHOST-QT-CIAS-ACEI  EQUAL  WHOST-QT-CIAS
                   MOVE   'S'            TO         WHOST-IND-PROTOC
                   ADD    1              TO         AC-L-PER-PROTOC
                   MOVE   'PROTOCOLADO'  TO         LPE-SITUACAO
               ELSE
                   MOVE   'N'            TO         WHOST-IND-PROTOC
                   MOVE   'S'            TO         CTL-SW-PENDENCIA
                   MOVE   'PENDENTE DE ACEITE DA SUSEP'
                                         TO         LPE-SITUACAO.
      *
           MOVE      LIN-PERIODO         TO         REG-RELATO.
           PERFORM   R0900-00-GRAVA-RELATO.
      *
           PERFORM   R0620-00-GRAVA-SITUACAO.
      *
       R0610-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0620-00-GRAVA-SITUACAO     SECTION.
      *-------------------------------------
      *
           MOVE         '062'            TO               WNR-EXEC-SQL.
      *
           EXEC SQL  DELETE
               FROM  SEGUROS.SUSEP_PERIODO_PROTOCOLO
              WHERE  ANO_REFERENCIA     =  :WHOST-ANO-REFER
                AND  MES_REFERENCIA     =  :WHOST-MES-REFER
           END-EXEC.
      *
           IF    SQLCODE  NOT  EQUAL   ZEROS
             IF  SQLCODE       EQUAL   100
                 NEXT     SENTENCE
             ELSE
                 DISPLAY 'R0620 - ERRO NO DELETE DA SUSEP-PERIODO-'
                         'PROTOCOLO'
                 GO   TO  R9999-00-ROT-ERRO.
      *
           MOVE         '063'            TO               WNR-EXEC-SQL.
      *
           EXEC SQL  INSERT
               INTO  SEGUROS.SUSEP_PERIODO_PROTOCOLO
                     (ANO_REFERENCIA     ,
                      MES_REFERENCIA     ,
                      QTD_CIAS           ,
                      QTD_CIAS_ACEITAS   ,
                      IND_PROTOCOLADO    ,
                      DATA_ATUALIZACAO)
              VALUES
                     (:WHOST-ANO-REFER   ,
                      :WHOST-MES-REFER   ,
                      :WHOST-QT-CIAS     ,
                      :WHOST-QT-CIAS-ACEI,
                      :WHOST-IND-PROTOC  ,
                      CURRENT DATE)
           END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               DISPLAY 'R0620 - ERRO NO INSERT NA SUSEP-PERIODO-'
                       'PROTOCOLO'
               DISPLAY 'PERIODO - '  WHOST-MES-REFER '/'
                                     WHOST-ANO-REFER
               GO   TO  R9999-00-ROT-ERRO.
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
           CLOSE    RETSUSEP.
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
      *----RG1874B-----------------------------------------------------*
      *
