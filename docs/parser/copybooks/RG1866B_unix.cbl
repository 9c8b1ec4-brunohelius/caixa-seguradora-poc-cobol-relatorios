      *              ENVIADO A CADA CONGENERE DEIXA DE SER MONTADO A   *
      *              MAO PELO BACK OFFICE.                             *
      * 28/10/2026 - MARCELO AUGUSTO PRESTES  TE43017  TAREFA - 431659 *
      *----------------------------------------------------------------*
      *  ALTERACAO - GERAR, NO PERIODO DE TRANSICAO PARA O NOVO LEIAUTE*
      *              SUSEP, UM SEGUNDO CONJUNTO PREMIT2/PREMCED2 NO    *
      *              NOVO LEIAUTE AO LADO DO PREMIT/PREMCED DA CIRCULAR*
      *              360, QUANDO A SOLICITACAO TRAZ VERSAO_LAYOUT = 2  *
      *              NA V0RELATORIOS (0 OU 1 = SO CIRCULAR 360). OS    *
      *              REGISTROS DO NOVO LEIAUTE SAO MONTADOS NA GRAVACAO*
      *              A PARTIR DO PROPRIO REGT-PREMIT/REGT-PREMCED      *
      *              (R1390 E R3400), SEM ALTERAR A EXTRACAO, E GANHAM *
      *              HEADER/TRAILER PROPRIOS COM A VERSAO DO LEIAUTE,  *
      *              LINHAS NO MANIFESTO E CHECKPOINT (CKP_QT_PREMIT2, *
      *              CKP_TOT_EMITIDO2, CKP_QT_PREMCED2 E               *
      *              CKP_TOT_CEDIDO2). O CONFRONTO DOS DOIS CONJUNTOS E*
      *              FEITO PELO RG1880B.                               *
      * 23/12/2026 - MARCELO AUGUSTO PRESTES  TE43017  TAREFA - 431667 *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
                      ASSIGN        TO        PREMBDR
                      FILE  STATUS  IS        BDR-STATUS.
      *
431667     SELECT     PREMIT2
                      ASSIGN        TO        PREMIT2
                      FILE  STATUS  IS        EM2-STATUS.
      *
431667     SELECT     PREMCED2
                      ASSIGN        TO        PREMCED2
                      FILE  STATUS  IS        CE2-STATUS.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
431659 01              REG-PREMBDR           PIC  X(082).
      *
431667 FD              PREMIT2
431667                 RECORD     900
                       RECORDING  MODE       F
                       BLOCK      CONTAINS   0  RECORDS
                       LABEL      RECORD        OMITTED.
      *
431667 01              REG-PREMIT2           PIC  X(900).
      *
431667 FD              PREMCED2
431667                 RECORD     200
                       RECORDING  MODE       F
                       BLOCK      CONTAINS   0  RECORDS
                       LABEL      RECORD        OMITTED.
      *
431667 01              REG-PREMCED2          PIC  X(200).
      *
      *
      *----------------------------------------------------------------*
           EJECT
431627 77          CKP-QT-PREMCTB      PIC S9(009)      VALUE +0 COMP.
431642 77          CKP-QT-PREMCRT      PIC S9(009)      VALUE +0 COMP.
431659 77          CKP-QT-PREMBDR      PIC S9(009)      VALUE +0 COMP.
431667 77          CKP-QT-PREMIT2      PIC S9(009)      VALUE +0 COMP.
431667 77          CKP-QT-PREMCED2     PIC S9(009)      VALUE +0 COMP.
431538 77          CKP-TOT-EMITIDO     PIC S9(013)V99   VALUE +0 COMP-3.
431538 77          CKP-TOT-CEDIDO      PIC S9(013)V99   VALUE +0 COMP-3.
431538 77          CKP-TOT-RESSEG      PIC S9(013)V99   VALUE +0 COMP-3.
431618 77          CKP-TOT-COMIS-PG    PIC S9(013)V99   VALUE +0 COMP-3.
431627 77          CKP-TOT-CONTABIL    PIC S9(013)V99   VALUE +0 COMP-3.
431659 77          CKP-TOT-BORDERO     PIC S9(013)V99   VALUE +0 COMP-3.
431667 77          CKP-TOT-EMITIDO2    PIC S9(013)V99   VALUE +0 COMP-3.
431667 77          CKP-TOT-CEDIDO2     PIC S9(013)V99   VALUE +0 COMP-3.
      *
431538 77          WCKP-QT-PREMIT      PIC S9(009)      VALUE +0 COMP.
431538 77          WCKP-QT-PREMCED     PIC S9(009)      VALUE +0 COMP.
431627 77          WCKP-QT-PREMCTB     PIC S9(009)      VALUE +0 COMP.
431642 77          WCKP-QT-PREMCRT     PIC S9(009)      VALUE +0 COMP.
431659 77          WCKP-QT-PREMBDR     PIC S9(009)      VALUE +0 COMP.
431667 77          WCKP-QT-PREMIT2     PIC S9(009)      VALUE +0 COMP.
431667 77          WCKP-QT-PREMCED2    PIC S9(009)      VALUE +0 COMP.
431538 77          WCKP-TOT-EMITIDO    PIC S9(013)V99   VALUE +0 COMP-3.
431538 77          WCKP-TOT-CEDIDO     PIC S9(013)V99   VALUE +0 COMP-3.
431538 77          WCKP-TOT-RESSEG     PIC S9(013)V99   VALUE +0 COMP-3.
431618 77          WCKP-TOT-COMIS-PG   PIC S9(013)V99   VALUE +0 COMP-3.
431627 77          WCKP-TOT-CONTABIL   PIC S9(013)V99   VALUE +0 COMP-3.
431659 77          WCKP-TOT-BORDERO    PIC S9(013)V99   VALUE +0 COMP-3.
431667 77          WCKP-TOT-EMITIDO2   PIC S9(013)V99   VALUE +0 COMP-3.
431667 77          WCKP-TOT-CEDIDO2    PIC S9(013)V99   VALUE +0 COMP-3.
      *
431402*--* MODO TOLERANTE DE EXECUCAO (IND_TOLERANCIA/QTD_MAX_DESVIOS
431402*--* DA V0RELATORIOS)
431627 77          WHOST-EX-QT-PREMCTB PIC S9(009)      VALUE +0 COMP.
431642 77          WHOST-EX-QT-PREMCRT PIC S9(009)      VALUE +0 COMP.
431659 77          WHOST-EX-QT-PREMBDR PIC S9(009)      VALUE +0 COMP.
431667 77          WHOST-EX-QT-PREMIT2 PIC S9(009)      VALUE +0 COMP.
431667 77          WHOST-EX-QT-PREMCD2 PIC S9(009)      VALUE +0 COMP.
431440 77          WHOST-EX-TOT-LIDO   PIC S9(013)V99   VALUE +0 COMP-3.
431440 77          WHOST-EX-TOT-GRAV   PIC S9(013)V99   VALUE +0 COMP-3.
431440 77          WHOST-EX-TOT-REJ    PIC S9(013)V99   VALUE +0 COMP-3.
431447 77          WRET-VLR-ATUAL      PIC S9(013)V99   VALUE +0 COMP-3.
431447 77          WRET-VLR-ANTER      PIC S9(013)V99   VALUE +0 COMP-3.
431447 77          WRET-QTD-HIST       PIC S9(009)      VALUE +0 COMP.
      *
431667*--* VERSAO DO LEIAUTE SUSEP (VERSAO_LAYOUT DA V0RELATORIOS):
431667*--* 0 OU 1 = SO O LEIAUTE DA CIRCULAR 360 (PREMIT/PREMCED);
431667*--* 2 = GERA TAMBEM O PREMIT2/PREMCED2 NO NOVO LEIAUTE, PARA O
431667*--* PERIODO DE TRANSICAO EM QUE OS DOIS SAO ENVIADOS
431667*---------------------------------------------------
      *
431667 77          WHOST-VERSAO-LAYOUT PIC S9(004)      VALUE +0 COMP.

431321*--* LINHAS DA V0PREMIOS EXCLUIDAS PELO PROPRIO WHERE DO CURSOR
431321*--* PRINCIPAL (TIPO_OPERACAO FORA DA LISTA / RAMO_SUSEP 0969-0982
431659     10      BDS-COMIS-COSS      PIC  -(012)9.99.
431659     10      FILLER              PIC  X(035).
      *
431667*--*  ARQUIVO PREMIT2 (NOVO LEIAUTE SUSEP) - TAMANHO - 900
431667*--*  MESMO CONTEUDO DO REGT-PREMIT, REORGANIZADO: TIPO DE
431667*--*  REGISTRO 'D', CHAVE DO GRUPO NO INICIO, VALORES SEM
431667*--*  EDICAO COM SINAL SEPARADO A ESQUERDA E QUANTIDADES DE
431667*--*  SEGURADOS/TOMADORES AMPLIADAS
      *
431667   05        REGT-PREMIT2.
      *
431667     10      EM2-TIPO-REG        PIC  X(001).
431667     10      EM2-SEQ             PIC  9(010).
431667     10      EM2-COD-CIA         PIC  9(005).
431667     10      EM2-DT-BASE         PIC  9(006).
431667     10      EM2-COD-RAMO        PIC  X(004).
431667     10      EM2-APOL-FIL        PIC  9(007).
431667     10      EM2-NUM-APOL        PIC  9(013).
431667     10      EM2-ENDS-FIL        PIC  9(011).
431667     10      EM2-NUM-END         PIC  9(009).
431667     10      EM2-TIPO-OPER       PIC  9(004).
431667     10      EM2-TIPO-MOV        PIC  9(003).
431667     10      EM2-NUM-PROC        PIC  X(025).
431667     10      EM2-UF-DEP          PIC  X(002).
431667     10      EM2-UF-RISCO        PIC  X(054).
431667     10      EM2-NR-PROPT        PIC  X(020).
431667     10      EM2-DT-PROPT        PIC  9(008).
431667     10      EM2-PROP-SIVPF      PIC  9(015).
431667     10      EM2-CPF-SEG         PIC  9(014).
431667     10      EM2-QTD-SEG         PIC  9(009).
431667     10      EM2-CPF-TOM         PIC  9(014).
431667     10      EM2-QTD-TOM         PIC  9(009).
431667     10      EM2-CPF-ESTIP       PIC  9(014).
431667     10      EM2-CPF-SUBEST      PIC  9(014).
431667     10      EM2-CPF-PARCEIRO    PIC  9(014).
431667     10      EM2-DT-EMIS         PIC  9(008).
431667     10      EM2-DTINIVIG        PIC  9(008).
431667     10      EM2-DTFIMVIG        PIC  9(008).
431667     10      EM2-DT-EMIS-END     PIC  9(008).
431667     10      EM2-INI-VIG-END     PIC  9(008).
431667     10      EM2-FIM-VIG-END     PIC  9(008).
431667     10      EM2-PR-EMIT         PIC S9(013)V99
431667                                 SIGN  LEADING  SEPARATE.
431667     10      EM2-PR-COS-CED      PIC S9(013)V99
431667                                 SIGN  LEADING  SEPARATE.
431667     10      EM2-AD-FRAC         PIC S9(013)V99
431667                                 SIGN  LEADING  SEPARATE.
431667     10      EM2-CUST-APOL       PIC S9(013)V99
431667                                 SIGN  LEADING  SEPARATE.
431667     10      EM2-VLR-IOF         PIC S9(013)V99
431667                                 SIGN  LEADING  SEPARATE.
431667     10      EM2-VLR-COMIS       PIC S9(013)V99
431667                                 SIGN  LEADING  SEPARATE.
431667     10      EM2-COMIS-COSS      PIC S9(013)V99
431667                                 SIGN  LEADING  SEPARATE.
431667     10      EM2-PRO-LAB         PIC S9(013)V99
431667                                 SIGN  LEADING  SEPARATE.
431667     10      EM2-IMP-SEG         PIC S9(013)V99
431667                                 SIGN  LEADING  SEPARATE.
431667     10      EM2-VLPRM-TARIFA    PIC S9(013)V99
431667                                 SIGN  LEADING  SEPARATE.
431667     10      EM2-PCTAR-BALCAO    PIC  9(004)V99.
431667     10      EM2-VLTAR-BALCAO    PIC S9(013)V99
431667                                 SIGN  LEADING  SEPARATE.
431667     10      EM2-PCCOM-INDICD    PIC  9(004)V99.
431667     10      EM2-VLCOM-INDICD    PIC S9(013)V99
431667                                 SIGN  LEADING  SEPARATE.
431667     10      EM2-VLR-AGENC       PIC S9(013)V99
431667                                 SIGN  LEADING  SEPARATE.
431667     10      EM2-CERTIFIC        PIC  X(020).
431667     10      EM2-COD-PRODU       PIC  9(004).
431667     10      EM2-DTINIVIG-CRTF   PIC  9(008).
431667     10      EM2-DTTERVIG-CRTF   PIC  9(008).
431667     10      EM2-SIT-CERTIF      PIC  X(001).
431667     10      EM2-DES-SITUAC      PIC  X(045).
431667     10      EM2-ORIGEM-REG      PIC  X(008).
431667     10      EM2-NUM-PARCEL      PIC  9(004).
431667     10      EM2-FIL-INDICA      PIC  X(070).
431667     10      EM2-TIPO-REDE       PIC  X(002).
431667     10      EM2-TIPO-RENOV      PIC  X(002).
431667     10      EM2-DATA-AVERB      PIC  9(008).
431667     10      EM2-DATA-INCLU      PIC  9(008).
431667     10      EM2-DTFAT-PC01      PIC  9(008).
431667     10      EM2-DATA-MOVTO      PIC  9(008).
431667     10      EM2-RAMO-COBERT     PIC  9(004).
431667     10      EM2-MODL-COBERT     PIC  9(004).
431667     10      EM2-PCT-QUOTA-R     PIC  9(004)V9(005).
431667     10      EM2-COM-QUOTA-R     PIC  9(004)V9(005).
431667     10      EM2-COD-EMPR        PIC  9(004).
431667     10      EM2-MOEDA-APLIC     PIC  9(004).
431667     10      EM2-DT-COTACAO      PIC  X(010).
431667     10      EM2-VL-COTACAO      PIC  9(006)V9(009).
431667     10      FILLER              PIC  X(084).
      *
431667*--*  ARQUIVO PREMCED2 (NOVO LEIAUTE SUSEP) - TAMANHO - 200
      *
431667   05        REGT-PREMCED2.
      *
431667     10      CE2-TIPO-REG        PIC  X(001).
431667     10      CE2-SEQ             PIC  9(010).
431667     10      CE2-COD-CIA         PIC  9(005).
431667     10      CE2-DT-BASE         PIC  9(006).
431667     10      CE2-APOL-FIL        PIC  9(007).
431667     10      CE2-NUM-APOL        PIC  9(013).
431667     10      CE2-ENDS-FIL        PIC  9(011).
431667     10      CE2-NUM-END         PIC  9(009).
431667     10      CE2-TIPO-OPER       PIC  9(004).
431667     10      CE2-TIPO-MOV        PIC  9(003).
431667     10      CE2-COD-COSS        PIC  9(005).
431667     10      CE2-NUM-PROC        PIC  X(025).
431667     10      CE2-NR-PROPT        PIC  X(020).
431667     10      CE2-COD-PRODU       PIC  9(004).
431667     10      CE2-COD-EMPR        PIC  9(004).
431667     10      CE2-DT-EMIS         PIC  9(008).
431667     10      CE2-PR-COS-CED      PIC S9(013)V99
431667                                 SIGN  LEADING  SEPARATE.
431667     10      CE2-COMIS-COSS      PIC S9(013)V99
431667                                 SIGN  LEADING  SEPARATE.
431667     10      FILLER              PIC  X(033).
      *
431667*--*  HEADER DO PREMIT2/PREMCED2 - TAMANHO 050 (HEADER COMUM
431667*--*  DOS ARQUIVOS DE SAIDA SEGUIDO DA VERSAO DO LEIAUTE)
      *
431667   05        REGT-ARQ-HEADER2.
      *
431667     10      HD2-HEADER-COMUM    PIC  X(039).
431667     10      HD2-VERSAO-LAYOUT   PIC  9(002).
431667     10      FILLER              PIC  X(009)      VALUE SPACES.
      *
431667*--*  TRAILER DO PREMIT2/PREMCED2 - TAMANHO 050
      *
431667   05        REGT-ARQ-TRAILER2.
      *
431667     10      TR2-TIPO-REG        PIC  X(001).
431667     10      TR2-QTDE-REG        PIC  9(009).
431667     10      TR2-VLR-TOTAL       PIC S9(013)V99
431667                                 SIGN  LEADING  SEPARATE.
431667     10      TR2-HORA-GERACAO    PIC  9(006).
431667     10      TR2-VERSAO-LAYOUT   PIC  9(002).
431667     10      FILLER              PIC  X(016)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
431627   05        CTB-STATUS          PIC  9(002)      VALUE ZEROS.
431642   05        CRT-STATUS          PIC  9(002)      VALUE ZEROS.
431659   05        BDR-STATUS          PIC  9(002)      VALUE ZEROS.
431667   05        EM2-STATUS          PIC  9(002)      VALUE ZEROS.
431667   05        CE2-STATUS          PIC  9(002)      VALUE ZEROS.
      *
      *--* CHAVES PARA CONTROLE DE LEITURA
      *
431627   05        AC-G-PREMCTB        PIC  9(009)      VALUE ZEROS.
431642   05        AC-G-PREMCRT        PIC  9(009)      VALUE ZEROS.
431659   05        AC-G-PREMBDR        PIC  9(009)      VALUE ZEROS.
431667   05        AC-G-PREMIT2        PIC  9(009)      VALUE ZEROS.
431667   05        AC-G-PREMCED2       PIC  9(009)      VALUE ZEROS.
         05        WS-SEQ-PREMIT       PIC  9(009)      VALUE ZEROS.
         05        WS-SEQ-PREMCED      PIC  9(009)      VALUE ZEROS.
431149   05        WS-SEQ-PREMRES      PIC  9(009)      VALUE ZEROS.
431627                                                   COMP-3.
431659   05        CTL-TOT-BORDERO     PIC S9(013)V99   VALUE ZEROS
431659                                                   COMP-3.
431667   05        CTL-TOT-EMITIDO2    PIC S9(013)V99   VALUE ZEROS
431667                                                   COMP-3.
431667   05        CTL-TOT-CEDIDO2     PIC S9(013)V99   VALUE ZEROS
431667                                                   COMP-3.
      *
431447*--* CONTROLE DE LEITURA DOS CURSORES DA RETIFICACAO
      *
               DISPLAY  'STATUS  - '  BDR-STATUS
431659         GO   TO   R9999-00-ROT-ERRO.
      *
431667*--* O PREMIT2/PREMCED2 (NOVO LEIAUTE SUSEP) FICAM ABERTOS COMO
431667*--* OS DEMAIS; SO RECEBEM REGISTROS NAS SOLICITACOES COM
431667*--* VERSAO_LAYOUT = 2 (NAS DEMAIS SAEM VAZIOS)
      *
431667     IF  WHOST-CKP-ATIVO  EQUAL  'S'
431667         OPEN      EXTEND   PREMIT2
431667     ELSE
431667         OPEN      OUTPUT   PREMIT2.
      *
431667     IF  EM2-STATUS  NOT   EQUAL   ZEROS
431667         DISPLAY  'R0000 - ERRO NO OPEN DO ARQ PREMIT2'
431667         DISPLAY  'STATUS  - '  EM2-STATUS
431667         GO   TO   R9999-00-ROT-ERRO.
      *
431667     IF  WHOST-CKP-ATIVO  EQUAL  'S'
431667         OPEN      EXTEND   PREMCED2
431667     ELSE
431667         OPEN      OUTPUT   PREMCED2.
      *
431667     IF  CE2-STATUS  NOT   EQUAL   ZEROS
431667         DISPLAY  'R0000 - ERRO NO OPEN DO ARQ PREMCED2'
431667         DISPLAY  'STATUS  - '  CE2-STATUS
431667         GO   TO   R9999-00-ROT-ERRO.
      *
431502     OPEN       OUTPUT   PREMMNF.
      *
431502     IF  MNF-STATUS  NOT   EQUAL   ZEROS
      *
431659     CLOSE      PREMBDR.
      *
431667     CLOSE      PREMIT2.
      *
431667     CLOSE      PREMCED2.
      *
431502     CLOSE      PREMMNF.
      *
431502     DISPLAY   ' '.
431627                             AC-G-PREMCTB
431642                             AC-G-PREMCRT
431659                             AC-G-PREMBDR
431667                             AC-G-PREMIT2
431667                             AC-G-PREMCED2
431502                             AC-G-DESVIOS.
      *
431502     MOVE     ZEROS    TO    WS-SEQ-PREMIT
431502                             CTL-TOT-IOF
431618                             CTL-TOT-COMIS-PG
431627                             CTL-TOT-CONTABIL
431659                             CTL-TOT-BORDERO
431667                             CTL-TOT-EMITIDO2
431667                             CTL-TOT-CEDIDO2.
      *
431502     MOVE     ZEROS    TO    RSM-QTDE-OCUP
431502                             IOF-QTDE-OCUP
431659     DISPLAY   'REG. GRAVD NO PREMBDR - '  AC-G-PREMBDR.
431447     IF  WHOST-IND-RETIF  EQUAL  'S'
431447         DISPLAY 'REG. GRAVD NO PREMDLT - '  AC-G-PREMDLT.
431667     IF  WHOST-VERSAO-LAYOUT  EQUAL  2
431667         DISPLAY 'REG. GRAVD NO PREMIT2 - '  AC-G-PREMIT2
431667         DISPLAY 'REG. GRAVD NO PREMCED2- '  AC-G-PREMCED2.
      *
431355*--* OS ACUMULADORES CTL-TOT-* SAO ZERADOS A CADA SOLICITACAO E
431355*--* NAO SAO PERSISTIDOS JUNTO COM O CKP_* NO CHECKPOINT; POR
431659         DISPLAY 'STATUS  - '  BDR-STATUS
431659         GO   TO  R9999-00-ROT-ERRO.
      *
431667*--* NOVO LEIAUTE SUSEP: O HEADER DO PREMIT2/PREMCED2 REPETE O
431667*--* HEADER COMUM E ACRESCENTA A VERSAO DO LEIAUTE
      *
431667     IF  WHOST-VERSAO-LAYOUT  EQUAL  2
431667         MOVE     REGT-ARQ-HEADER   TO         HD2-HEADER-COMUM
431667         MOVE     2                 TO         HD2-VERSAO-LAYOUT
431667         WRITE    REG-PREMIT2       FROM       REGT-ARQ-HEADER2
431667         IF  EM2-STATUS  NOT  EQUAL  ZEROS
431667             DISPLAY 'R0055 - ERRO NO WRITE DO HEADER DO PREMIT2'
431667             DISPLAY 'STATUS  - '  EM2-STATUS
431667             GO   TO  R9999-00-ROT-ERRO
431667         END-IF
431667         WRITE    REG-PREMCED2      FROM       REGT-ARQ-HEADER2
431667         IF  CE2-STATUS  NOT  EQUAL  ZEROS
431667             DISPLAY 'R0055 - ERRO NO WRITE DO HEADER DO '
431667                     'PREMCED2'
431667             DISPLAY 'STATUS  - '  CE2-STATUS
431667             GO   TO  R9999-00-ROT-ERRO
431667         END-IF
431667     END-IF.
      *
431418 R0055-99-SAIDA.
431418     EXIT.
      *
431659         DISPLAY 'STATUS  - '  BDR-STATUS
431659         GO   TO  R9999-00-ROT-ERRO.
      *
431667*--* NOVO LEIAUTE SUSEP: TRAILER PROPRIO, COM O VALOR SEM EDICAO
431667*--* E A VERSAO DO LEIAUTE; QUANTIDADE E TOTAL TEM QUE FECHAR COM
431667*--* O TRAILER DO PREMIT/PREMCED (CONFERIDO PELO RG1880B)
      *
431667     IF  WHOST-VERSAO-LAYOUT  EQUAL  2
431667         MOVE     'T'               TO         TR2-TIPO-REG
431667         MOVE     WS-HORA-ACCEPT    TO         TR2-HORA-GERACAO
431667         MOVE     2                 TO         TR2-VERSAO-LAYOUT
431667         COMPUTE  WCKP-QT-PREMIT2   =  CKP-QT-PREMIT2
431667                                    +  AC-G-PREMIT2
431667         COMPUTE  WCKP-TOT-EMITIDO2 =  CKP-TOT-EMITIDO2
431667                                    +  CTL-TOT-EMITIDO2
431667         MOVE     WCKP-QT-PREMIT2   TO         TR2-QTDE-REG
431667         MOVE     WCKP-TOT-EMITIDO2 TO         TR2-VLR-TOTAL
431667         WRITE    REG-PREMIT2       FROM       REGT-ARQ-TRAILER2
431667         IF  EM2-STATUS  NOT  EQUAL  ZEROS
431667             DISPLAY 'R0057 - ERRO NO WRITE DO TRAILER DO '
431667                     'PREMIT2'
431667             DISPLAY 'STATUS  - '  EM2-STATUS
431667             GO   TO  R9999-00-ROT-ERRO
431667         END-IF
431667         COMPUTE  WCKP-QT-PREMCED2  =  CKP-QT-PREMCED2
431667                                    +  AC-G-PREMCED2
431667         COMPUTE  WCKP-TOT-CEDIDO2  =  CKP-TOT-CEDIDO2
431667                                    +  CTL-TOT-CEDIDO2
431667         MOVE     WCKP-QT-PREMCED2  TO         TR2-QTDE-REG
431667         MOVE     WCKP-TOT-CEDIDO2  TO         TR2-VLR-TOTAL
431667         WRITE    REG-PREMCED2      FROM       REGT-ARQ-TRAILER2
431667         IF  CE2-STATUS  NOT  EQUAL  ZEROS
431667             DISPLAY 'R0057 - ERRO NO WRITE DO TRAILER DO '
431667                     'PREMCED2'
431667             DISPLAY 'STATUS  - '  CE2-STATUS
431667             GO   TO  R9999-00-ROT-ERRO
431667         END-IF
431667     END-IF.
      *
431418 R0057-99-SAIDA.
431418     EXIT.
      *
431659     MOVE     WCKP-TOT-BORDERO      TO         MNF-VLR-TOTAL.
431659     PERFORM  R0058-10-GRAVA-LINHA.
      *
431667     IF  WHOST-VERSAO-LAYOUT  EQUAL  2
431667         MOVE     'PREMIT2'         TO         MNF-ARQUIVO
431667         MOVE     WCKP-QT-PREMIT2   TO         MNF-QTDE-REG
431667         MOVE     WCKP-TOT-EMITIDO2 TO         MNF-VLR-TOTAL
431667         PERFORM  R0058-10-GRAVA-LINHA
431667         MOVE     'PREMCED2'        TO         MNF-ARQUIVO
431667         MOVE     WCKP-QT-PREMCED2  TO         MNF-QTDE-REG
431667         MOVE     WCKP-TOT-CEDIDO2  TO         MNF-VLR-TOTAL
431667         PERFORM  R0058-10-GRAVA-LINHA
431667     END-IF.
      *
431418     GO  TO   R0058-99-SAIDA.
      *
431418 R0058-10-GRAVA-LINHA.
431627                CKP_TOT_CONTABIL ,
431642                CKP_QT_PREMCRT   ,
431659                CKP_QT_PREMBDR   ,
431659                CKP_TOT_BORDERO  ,
431667                CKP_QT_PREMIT2   ,
431667                CKP_TOT_EMITIDO2 ,
431667                CKP_QT_PREMCED2  ,
431667                CKP_TOT_CEDIDO2  ,
431667                VERSAO_LAYOUT
                FROM  SEGUROS.V0RELATORIOS
431502         WHERE  IDSISTEM           =  'RG'
=                AND  CODRELAT           =  'RG1866B'
431627               :CKP-TOT-CONTABIL   ,
431642               :CKP-QT-PREMCRT     ,
431659               :CKP-QT-PREMBDR     ,
431659               :CKP-TOT-BORDERO    ,
431667               :CKP-QT-PREMIT2     ,
431667               :CKP-TOT-EMITIDO2   ,
431667               :CKP-QT-PREMCED2    ,
431667               :CKP-TOT-CEDIDO2    ,
431667               :WHOST-VERSAO-LAYOUT
431502     END-EXEC.
      *
431502     IF    SQLCODE  NOT  EQUAL  ZEROS
431515                  'GRAVACAO DE ARQUIVOS, CHECKPOINT OU BAIXA '
431515                  'DA FILA'.
      *
431667     IF  WHOST-VERSAO-LAYOUT  EQUAL  2
431667         DISPLAY  'RG1866B - TRANSICAO DE LEIAUTE ATIVA - GERA '
431667                  'TAMBEM PREMIT2/PREMCED2 NO NOVO LEIAUTE'.
      *
431478*--* FAIXA DE PARTICAO POR RAMO_SUSEP: AMBOS ZERADOS SIGNIFICA
431478*--* PERIODO COMPLETO (FAIXA 0 A 9999)
      *
431627     MOVE      AC-G-PREMCTB         TO       WHOST-EX-QT-PREMCTB.
431642     MOVE      AC-G-PREMCRT         TO       WHOST-EX-QT-PREMCRT.
431659     MOVE      AC-G-PREMBDR         TO       WHOST-EX-QT-PREMBDR.
431667     MOVE      AC-G-PREMIT2         TO       WHOST-EX-QT-PREMIT2.
431667     MOVE      AC-G-PREMCED2        TO       WHOST-EX-QT-PREMCD2.
      *
431440     MOVE      CTL-TOT-LIDO         TO         WHOST-EX-TOT-LIDO.
431440     MOVE      CTL-TOT-GRAVADO      TO         WHOST-EX-TOT-GRAV.
431627                QTD_PREMCTB         ,
431642                QTD_PREMCRT         ,
431659                QTD_PREMBDR         ,
431667                QTD_PREMIT2         ,
431667                QTD_PREMCED2        ,
431440                TOT_LIDO            ,
431440                TOT_GRAVADO         ,
431440                TOT_REJEITADO       ,
431440                IND_CKP_RETOMADA    ,
431440                IND_SEM_MOVTO       ,
431515                IND_SIMULACAO       ,
431667                VERSAO_LAYOUT       ,
431440                COD_RETORNO)
431440        VALUES
431440               (:V0RELA-COD-USUARIO ,
431627                :WHOST-EX-QT-PREMCTB,
431642                :WHOST-EX-QT-PREMCRT,
431659                :WHOST-EX-QT-PREMBDR,
431667                :WHOST-EX-QT-PREMIT2,
431667                :WHOST-EX-QT-PREMCD2,
431440                :WHOST-EX-TOT-LIDO  ,
431440                :WHOST-EX-TOT-GRAV  ,
431440                :WHOST-EX-TOT-REJ   ,
431440                :WHOST-EX-IND-CKP   ,
431440                :WHOST-EX-IND-SEMMV ,
431515                :WHOST-EX-IND-SIMUL ,
431667                :WHOST-VERSAO-LAYOUT,
431440                :WHOST-EX-COD-RETN)
431440     END-EXEC.
      *
431627     COMPUTE  WCKP-QT-PREMCTB  =  CKP-QT-PREMCTB + AC-G-PREMCTB.
431642     COMPUTE  WCKP-QT-PREMCRT  =  CKP-QT-PREMCRT + AC-G-PREMCRT.
431659     COMPUTE  WCKP-QT-PREMBDR  =  CKP-QT-PREMBDR + AC-G-PREMBDR.
431667     COMPUTE  WCKP-QT-PREMIT2  =  CKP-QT-PREMIT2 + AC-G-PREMIT2.
431667     COMPUTE  WCKP-QT-PREMCED2 =  CKP-QT-PREMCED2
431667                               +  AC-G-PREMCED2.
      *
431538     COMPUTE  WCKP-TOT-EMITIDO =  CKP-TOT-EMITIDO
431538                               +  CTL-TOT-EMITIDO.
431627                               +  CTL-TOT-CONTABIL.
431659     COMPUTE  WCKP-TOT-BORDERO =  CKP-TOT-BORDERO
431659                               +  CTL-TOT-BORDERO.
431667     COMPUTE  WCKP-TOT-EMITIDO2 = CKP-TOT-EMITIDO2
431667                               +  CTL-TOT-EMITIDO2.
431667     COMPUTE  WCKP-TOT-CEDIDO2 =  CKP-TOT-CEDIDO2
431667                               +  CTL-TOT-CEDIDO2.
      *
431102     EXEC  SQL  UPDATE  SEGUROS.V0RELATORIOS
431102          SET   CKP_ATIVO          =  :WHOST-CKP-ATIVO,
431627                CKP_TOT_CONTABIL   =  :WCKP-TOT-CONTABIL,
431642                CKP_QT_PREMCRT     =  :WCKP-QT-PREMCRT,
431659                CKP_QT_PREMBDR     =  :WCKP-QT-PREMBDR,
431659                CKP_TOT_BORDERO    =  :WCKP-TOT-BORDERO,
431667                CKP_QT_PREMIT2     =  :WCKP-QT-PREMIT2,
431667                CKP_TOT_EMITIDO2   =  :WCKP-TOT-EMITIDO2,
431667                CKP_QT_PREMCED2    =  :WCKP-QT-PREMCED2,
431667                CKP_TOT_CEDIDO2    =  :WCKP-TOT-CEDIDO2
431102          WHERE  CODUSU             =  :V0RELA-COD-USUARIO
431102            AND  DATA_SOLICITACAO   =  :V0RELA-DTA-SOLICTA
431102            AND  IDSISTEM           =  :V0RELA-IDE-SISTEMA
      *
431515 R0700-60-POS-PREMIT.
      *
431667     IF  WHOST-VERSAO-LAYOUT  EQUAL  2
431667         PERFORM  R1390-00-GRAVA-PREMIT2.
      *
431295     PERFORM  R1310-00-ACUMULA-PREMRSM.
      *
431491     PERFORM  R1330-00-ACUMULA-PREMIOF.
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
431667*--* GRAVA NO PREMIT2 (NOVO LEIAUTE SUSEP) O GRUPO RECEM GRAVADO
431667*--* NO PREMIT. O REGISTRO E MONTADO A PARTIR DO PROPRIO
431667*--* REGT-PREMIT, PARA OS DOIS LEIAUTES NUNCA DIVERGIREM NO
431667*--* CONTEUDO - SO NA FORMA. OS VALORES EDITADOS DO LEIAUTE DA
431667*--* CIRCULAR 360 SAO DESEDITADOS PELO PROPRIO MOVE.
      *
431667 R1390-00-GRAVA-PREMIT2      SECTION.
431667*------------------------------------
      *
431667     MOVE         '139'            TO         WNR-EXEC-SQL.
      *
431667     MOVE      SPACES              TO         REGT-PREMIT2.
      *
431667     MOVE      'D'                 TO         EM2-TIPO-REG.
431667     MOVE      EMI-SEQ             TO         EM2-SEQ.
431667     MOVE      EMI-COD-CIA         TO         EM2-COD-CIA.
431667     MOVE      EMI-DT-BASE         TO         EM2-DT-BASE.
431667     MOVE      EMI-COD-RAMO        TO         EM2-COD-RAMO.
431667     MOVE      EMI-APOL-FIL        TO         EM2-APOL-FIL.
431667     MOVE      EMI-NUM-APOL        TO         EM2-NUM-APOL.
431667     MOVE      EMI-ENDS-FIL        TO         EM2-ENDS-FIL.
431667     MOVE      EMI-NUM-END         TO         EM2-NUM-END.
431667     MOVE      EMI-TIPO-OPER       TO         EM2-TIPO-OPER.
431667     MOVE      EMI-TIPO-MOV        TO         EM2-TIPO-MOV.
      *
431667     MOVE      EMI-NUM-PROC        TO         EM2-NUM-PROC.
431667     MOVE      EMI-UF-DEP          TO         EM2-UF-DEP.
431667     MOVE      EMI-UF-RISCO        TO         EM2-UF-RISCO.
431667     MOVE      EMI-NR-PROPT        TO         EM2-NR-PROPT.
431667     MOVE      EMI-DT-PROPT        TO         EM2-DT-PROPT.
431667     MOVE      EMI-PROP-SIVPF      TO         EM2-PROP-SIVPF.
      *
431667     MOVE      EMI-CPF-SEG         TO         EM2-CPF-SEG.
431667     MOVE      EMI-QTD-SEG         TO         EM2-QTD-SEG.
431667     MOVE      EMI-CPF-TOM         TO         EM2-CPF-TOM.
431667     MOVE      EMI-QTD-TOM         TO         EM2-QTD-TOM.
431667     MOVE      EMI-CPF-ESTIP       TO         EM2-CPF-ESTIP.
431667     MOVE      EMI-CPF-SUBEST      TO         EM2-CPF-SUBEST.
431667     MOVE      EMI-CPF-PARCEIRO    TO         EM2-CPF-PARCEIRO.
      *
431667     MOVE      EMI-DT-EMIS         TO         EM2-DT-EMIS.
431667     MOVE      EMI-DTINIVIG        TO         EM2-DTINIVIG.
431667     MOVE      EMI-DTFIMVIG        TO         EM2-DTFIMVIG.
431667     MOVE      EMI-DT-EMIS-END     TO         EM2-DT-EMIS-END.
431667     MOVE      EMI-INI-VIG-END     TO         EM2-INI-VIG-END.
431667     MOVE      EMI-FIM-VIG-END     TO         EM2-FIM-VIG-END.
      *
431667     MOVE      EMI-PR-EMIT         TO         EM2-PR-EMIT.
431667     MOVE      EMI-PR-COS-CED      TO         EM2-PR-COS-CED.
431667     MOVE      EMI-AD-FRAC         TO         EM2-AD-FRAC.
431667     MOVE      EMI-CUST-APOL       TO         EM2-CUST-APOL.
431667     MOVE      EMI-VLR-IOF         TO         EM2-VLR-IOF.
431667     MOVE      EMI-VLR-COMIS       TO         EM2-VLR-COMIS.
431667     MOVE      EMI-COMIS-COSS      TO         EM2-COMIS-COSS.
431667     MOVE      EMI-PRO-LAB         TO         EM2-PRO-LAB.
431667     MOVE      EMI-IMP-SEG         TO         EM2-IMP-SEG.
431667     MOVE      EMI-VLPRM-TARIFA    TO         EM2-VLPRM-TARIFA.
431667     MOVE      EMI-PCTAR-BALCAO    TO         EM2-PCTAR-BALCAO.
431667     MOVE      EMI-VLTAR-BALCAO    TO         EM2-VLTAR-BALCAO.
431667     MOVE      EMI-PCCOM-INDICD    TO         EM2-PCCOM-INDICD.
431667     MOVE      EMI-VLCOM-INDICD    TO         EM2-VLCOM-INDICD.
431667     MOVE      EMI-VLR-AGENC       TO         EM2-VLR-AGENC.
      *
431667     MOVE      EMI-CERTIFIC        TO         EM2-CERTIFIC.
431667     MOVE      EMI-COD-PRODU       TO         EM2-COD-PRODU.
431667     MOVE      EMI-DTINIVIG-CRTF   TO         EM2-DTINIVIG-CRTF.
431667     MOVE      EMI-DTTERVIG-CRTF   TO         EM2-DTTERVIG-CRTF.
431667     MOVE      EMI-SIT-CERTIF      TO         EM2-SIT-CERTIF.
431667     MOVE      EMI-DES-SITUAC      TO         EM2-DES-SITUAC.
431667     MOVE      EMI-ORIGEM-REG      TO         EM2-ORIGEM-REG.
431667     MOVE      EMI-NUM-PARCEL      TO         EM2-NUM-PARCEL.
431667     MOVE      EMI-FIL-INDICA      TO         EM2-FIL-INDICA.
431667     MOVE      EMI-TIPO-REDE       TO         EM2-TIPO-REDE.
431667     MOVE      EMI-TIPO-RENOV      TO         EM2-TIPO-RENOV.
      *
431667     MOVE      EMI-DATA-AVERB      TO         EM2-DATA-AVERB.
431667     MOVE      EMI-DATA-INCLU      TO         EM2-DATA-INCLU.
431667     MOVE      EMI-DTFAT-PC01      TO         EM2-DTFAT-PC01.
431667     MOVE      EMI-DATA-MOVTO      TO         EM2-DATA-MOVTO.
431667     MOVE      EMI-RAMO-COBERT     TO         EM2-RAMO-COBERT.
431667     MOVE      EMI-MODL-COBERT     TO         EM2-MODL-COBERT.
431667     MOVE      EMI-PCT-QUOTA-R     TO         EM2-PCT-QUOTA-R.
431667     MOVE      EMI-COM-QUOTA-R     TO         EM2-COM-QUOTA-R.
431667     MOVE      EMI-COD-EMPR        TO         EM2-COD-EMPR.
431667     MOVE      EMI-MOEDA-APLIC     TO         EM2-MOEDA-APLIC.
431667     MOVE      EMI-DT-COTACAO      TO         EM2-DT-COTACAO.
431667     MOVE      EMI-VL-COTACAO      TO         EM2-VL-COTACAO.
      *
431667     IF  WHOST-IND-SIMUL  EQUAL  'S'
431667         ADD      1                TO      AC-G-PREMIT2
431667         ADD      EM2-PR-EMIT      TO      CTL-TOT-EMITIDO2
431667         GO  TO   R1390-99-SAIDA.
      *
431667     WRITE     REG-PREMIT2         FROM       REGT-PREMIT2.
      *
431667     IF  EM2-STATUS  =  ZEROS
431667         ADD      1                TO      AC-G-PREMIT2
431667         ADD      EM2-PR-EMIT      TO      CTL-TOT-EMITIDO2
431667     ELSE
431667         DISPLAY 'R1390 - ERRO NO WRITE DO ARQ PREMIT2'
431667         DISPLAY 'STATUS      - '  EM2-STATUS
431667         DISPLAY 'RAMO SUSEP  - '  CHVANT-RAMO-SUSEP
431667         DISPLAY 'NR APOLICE  - '  CHVANT-NUM-APOL
431667         DISPLAY 'NR ENDOSSO  - '  CHVANT-NRENDOS
431667         DISPLAY 'TIPO OPER   - '  CHVANT-TIPO-OPER
431667         GO   TO  R9999-00-ROT-ERRO.
      *
431667 R1390-99-SAIDA.
431667     EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
136081*
=      R1400-00-SELECT-APOL-COBR    SECTION.
=     *-------------------------------------
      *
431659     PERFORM   R3300-00-GRAVA-PREMBDR.
      *
431667     IF  WHOST-VERSAO-LAYOUT  EQUAL  2
431667         PERFORM  R3400-00-GRAVA-PREMCED2.
      *
       R3000-99-SAIDA.
           EXIT.
      *
           EJECT
      *----------------------------------------------------------------*
      *
431667*--* GRAVA NO PREMCED2 (NOVO LEIAUTE SUSEP) A LINHA DE CESSAO
431667*--* RECEM GRAVADA NO PREMCED (R3000 E R5500), MONTADA A PARTIR
431667*--* DO PROPRIO REGT-PREMCED, COMO NO R3300 DO BORDERO.
      *
431667 R3400-00-GRAVA-PREMCED2     SECTION.
431667*------------------------------------
      *
431667     MOVE         '340'            TO         WNR-EXEC-SQL.
      *
431667     MOVE      SPACES              TO         REGT-PREMCED2.
      *
431667     MOVE      'D'                 TO         CE2-TIPO-REG.
431667     MOVE      CED-SEQ             TO         CE2-SEQ.
431667     MOVE      CED-COD-CIA         TO         CE2-COD-CIA.
431667     MOVE      CED-DT-BASE         TO         CE2-DT-BASE.
431667     MOVE      CED-APOL-FIL        TO         CE2-APOL-FIL.
431667     MOVE      CED-NUM-APOL        TO         CE2-NUM-APOL.
431667     MOVE      CED-ENDS-FIL        TO         CE2-ENDS-FIL.
431667     MOVE      CED-NUM-END         TO         CE2-NUM-END.
431667     MOVE      CED-TIPO-OPER       TO         CE2-TIPO-OPER.
431667     MOVE      CED-TIPO-MOV        TO         CE2-TIPO-MOV.
431667     MOVE      CED-COD-COSS        TO         CE2-COD-COSS.
431667     MOVE      CED-NUM-PROC        TO         CE2-NUM-PROC.
431667     MOVE      CED-NR-PROPT        TO         CE2-NR-PROPT.
431667     MOVE      CED-COD-PRODU       TO         CE2-COD-PRODU.
431667     MOVE      CED-COD-EMPR        TO         CE2-COD-EMPR.
431667     MOVE      CED-DT-EMIS         TO         CE2-DT-EMIS.
431667     MOVE      CED-PR-COS-CED      TO         CE2-PR-COS-CED.
431667     MOVE      CED-COMIS-COSS      TO         CE2-COMIS-COSS.
      *
431667     IF  WHOST-IND-SIMUL  EQUAL  'S'
431667         ADD      1                TO      AC-G-PREMCED2
431667         ADD      CE2-PR-COS-CED   TO      CTL-TOT-CEDIDO2
431667         GO  TO   R3400-99-SAIDA.
      *
431667     WRITE     REG-PREMCED2        FROM       REGT-PREMCED2.
      *
431667     IF  CE2-STATUS  =  ZEROS
431667         ADD      1                TO      AC-G-PREMCED2
431667         ADD      CE2-PR-COS-CED   TO      CTL-TOT-CEDIDO2
431667     ELSE
431667         DISPLAY 'R3400 - ERRO NO WRITE DO ARQ PREMCED2'
431667         DISPLAY 'STATUS      - '  CE2-STATUS
431667         DISPLAY 'CONGENERE   - '  CED-COD-COSS
431667         DISPLAY 'NR APOLICE  - '  CHVANT-NUM-APOL
431667         DISPLAY 'NR ENDOSSO  - '  CHVANT-NRENDOS
431667         GO   TO  R9999-00-ROT-ERRO.
      *
431667 R3400-99-SAIDA.
431667     EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R4600-00-SELECT-GE397      SECTION.
      *-----------------------------------
      *
      *
431659     PERFORM   R3300-00-GRAVA-PREMBDR.
      *
431667     IF  WHOST-VERSAO-LAYOUT  EQUAL  2
431667         PERFORM  R3400-00-GRAVA-PREMCED2.
      *
      *--* LER PROXIMO REGISTRO
      *
431515 R5500-80-PROXIMO.
      *
431659     CLOSE    PREMBDR.
      *
431667     CLOSE    PREMIT2.
      *
431667     CLOSE    PREMCED2.
      *
           MOVE     SQLCODE    TO      WSQLCODE.
      *
           DISPLAY  WABEND.
