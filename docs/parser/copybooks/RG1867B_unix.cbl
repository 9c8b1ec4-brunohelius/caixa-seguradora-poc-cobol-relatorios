      *              OBSOLETO), EM VEZ DE DIRECIONAR SEMPRE PARA A     *
      *              CONSOLIDACAO NO RG1868B.                          *
      * 13/08/2026 - MARCELO AUGUSTO PRESTES  TE43017  TAREFA - 431561 *
      *----------------------------------------------------------------*
      *  ALTERACAO - CARGA TAMBEM DO ARQUIVO PREMRES (RESSEGURO POR    *
      *              CONTRATO, GERADO PELO RG1866B) NA TABELA          *
      *              PREMRES_HISTORICO, COM O MESMO TRATAMENTO DE      *
      *              BLOCOS HEADER/TRAILER DO PREMIT/PREMCED. O        *
      *              RAMO_SUSEP DE CADA REGISTRO E OBTIDO DA           *
      *              PREMIT_HISTORICO DO MESMO PERIODO E A QUANTIDADE/ *
      *              VALOR DO TRAILER DE CADA PERIODO SAO GUARDADOS NA *
      *              PREMRES_TRAILER, PARA A CONCILIACAO TRIMESTRAL DA *
      *              CONTA DE RESSEGURO (RG1877B). O EXPURGO PASSA A   *
      *              ELIMINAR TAMBEM AS DUAS TABELAS.                  *
      * 02/12/2026 - MARCELO AUGUSTO PRESTES  TE43017  TAREFA - 431664 *
      *----------------------------------------------------------------*
      *  ALTERACAO - CARGA TAMBEM DO ARQUIVO PREMCOM (COMISSAO POR    *
      *              PRODUTOR, GERADO PELO RG1866B) NA TABELA          *
      *              PREMCOM_HISTORICO, COM O MESMO TRATAMENTO DE      *
      *              BLOCOS HEADER/TRAILER. OS SUBTOTAIS POR PRODUTOR  *
      *              ('S') SAO CONFERIDOS NA QUANTIDADE DO TRAILER,    *
      *              MAS NAO SAO CARREGADOS. BASE DA ANALISE DE        *
      *              CANCELAMENTO E REEMISSAO POR PRODUTOR (RG1878B).  *
      *              O EXPURGO PASSA A ELIMINAR TAMBEM ESSA TABELA.    *
      * 09/12/2026 - MARCELO AUGUSTO PRESTES  TE43017  TAREFA - 431665 *
      *----------------------------------------------------------------*
      *  ALTERACAO - GUARDAR TAMBEM A QUANTIDADE E O VALOR TOTAL DO    *
      *              TRAILER DE CADA PERIODO DO PREMIT NA TABELA       *
      *              PREMIT_TRAILER, BASE DO FECHAMENTO DA ESTATISTICA *
      *              ANUAL DE PREMIOS POR UF DE RISCO (RG1882B). O     *
      *              EXPURGO PASSA A ELIMINAR TAMBEM ESSA TABELA.      *
      * 06/01/2027 - MARCELO AUGUSTO PRESTES  TE43017  TAREFA - 431669 *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
                      ASSIGN        TO        PREMCED
                      FILE  STATUS  IS        CED-STATUS.
      *
431664     SELECT     PREMRES
431664                ASSIGN        TO        PREMRES
431664                FILE  STATUS  IS        RES-STATUS.
      *
431665     SELECT     PREMCOM
431665                ASSIGN        TO        PREMCOM
431665                FILE  STATUS  IS        COM-STATUS.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       01              REG-PREMCED           PIC  X(168).
      *
431664 FD              PREMRES
431664                 RECORD     177
431664                 RECORDING  MODE       F
431664                 BLOCK      CONTAINS   0  RECORDS
431664                 LABEL      RECORD        OMITTED.
      *
431664 01              REG-PREMRES           PIC  X(177).
      *
431665 FD              PREMCOM
431665                 RECORD     157
431665                 RECORDING  MODE       F
431665                 BLOCK      CONTAINS   0  RECORDS
431665                 LABEL      RECORD        OMITTED.
      *
431665 01              REG-PREMCOM           PIC  X(157).
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
       77          WHOST-REG-PREMIT    PIC  X(810)      VALUE SPACES.
       77          WHOST-REG-PREMCED   PIC  X(168)      VALUE SPACES.
      *
431664*--* COLUNAS PROPRIAS DA PREMRES_HISTORICO E DA PREMRES_TRAILER
      *
431664 77          WHOST-COD-CIA       PIC S9(009)      VALUE +0 COMP.
431664 77          WHOST-RAMO-COBERT   PIC S9(004)      VALUE +0 COMP.
431664 77          WHOST-CONTR-RESSEG  PIC  X(025)      VALUE SPACES.
431664 77          WHOST-PCT-COM-RES   PIC S9(004)V9(9) VALUE +0 COMP-3.
431664 77          WHOST-VLR-COMIS     PIC S9(013)V99   VALUE +0 COMP-3.
431664 77          WHOST-REG-PREMRES   PIC  X(177)      VALUE SPACES.
431664 77          WHOST-QTD-TRAILER   PIC S9(009)      VALUE +0 COMP.
431664 77          WHOST-VLR-TRAILER   PIC S9(013)V99   VALUE +0 COMP-3.
      *
431665*--* COLUNAS PROPRIAS DA PREMCOM_HISTORICO
      *
431665 77          WHOST-TIPO-PRD      PIC  X(001)      VALUE SPACES.
431665 77          WHOST-COD-PRD       PIC S9(015)      VALUE +0 COMP-3.
431665 77          WHOST-CPF-PRD       PIC S9(015)      VALUE +0 COMP-3.
431665 77          WHOST-REG-PREMCOM   PIC  X(157)      VALUE SPACES.
      *
      *--* CORTE DO EXPURGO (ANO*100+MES MAIS ANTIGO A MANTER)
      *
       77          WHOST-AAMM-CORTE    PIC S9(009)      VALUE +0 COMP.
         05        FILLER              PIC  X(142).
      *
      *----------------------------------------------------------------*
      *        LAYOUT DO REGISTRO DE ENTRADA DO ARQUIVO PREMRES        *
      *        (DETALHE GERADO PELO RG1866B - VIDE REGT-PREMRES)       *
      *----------------------------------------------------------------*
      *
431664 01          ENT-PREMRES.
      *
431664   05        ENT-RES-SEQ         PIC  9(010).
431664   05        ENT-RES-COD-CIA     PIC  9(005).
431664   05        ENT-RES-DT-BASE     PIC  9(006).
431664   05        ENT-RES-NUM-APOL    PIC  9(013).
431664   05        ENT-RES-NUM-END     PIC  9(009).
431664   05        ENT-RES-RAMO-COBERT PIC  9(004).
431664   05        FILLER              PIC  X(004).
431664   05        ENT-RES-CONTR-RESSG PIC  X(025).
431664   05        FILLER              PIC  X(052).
431664   05        ENT-RES-PCT-COM-RES PIC  9(004)V9(9).
431664   05        ENT-RES-VLR-PRM-RES PIC  -(012)9.99.
431664   05        ENT-RES-VLR-COMIS   PIC  -(012)9.99.
431664   05        ENT-RES-TIPO-OPER   PIC  9(004).
      *
431664*--* VISAO DO HEADER GRAVADO PELO RG1866B
      *
431664 01          ENT-PREMRES-H       REDEFINES        ENT-PREMRES.
      *
431664   05        ENT-RHD-TIPO-REG    PIC  X(001).
431664   05        ENT-RHD-PROGRAMA    PIC  X(008).
431664   05        ENT-RHD-ANO-REFER   PIC  9(004).
431664   05        ENT-RHD-MES-REFER   PIC  9(002).
431664   05        FILLER              PIC  X(024).
431664   05        FILLER              PIC  X(138).
      *
431664*--* VISAO DO TRAILER GRAVADO PELO RG1866B
      *
431664 01          ENT-PREMRES-T       REDEFINES        ENT-PREMRES.
      *
431664   05        FILLER              PIC  X(001).
431664   05        ENT-RTL-QTDE-REG    PIC  9(009).
431664   05        ENT-RTL-VLR-TOTAL   PIC  -(012)9.99.
431664   05        FILLER              PIC  X(151).
      *
      *----------------------------------------------------------------*
      *        LAYOUT DO REGISTRO DE ENTRADA DO ARQUIVO PREMCOM        *
      *        (DETALHE GERADO PELO RG1866B - VIDE REGT-PREMCOM)       *
      *----------------------------------------------------------------*
      *
431665 01          ENT-PREMCOM.
      *
431665   05        ENT-COM-SEQ         PIC  9(010).
431665   05        ENT-COM-COD-CIA     PIC  9(005).
431665   05        ENT-COM-DT-BASE     PIC  9(006).
431665   05        ENT-COM-TIPO-PRD    PIC  X(001).
431665   05        ENT-COM-COD-PRD     PIC  9(015).
431665   05        ENT-COM-CPF-PRD     PIC  9(015).
431665   05        ENT-COM-NUM-APOL    PIC  9(013).
431665   05        ENT-COM-NUM-END     PIC  9(009).
431665   05        ENT-COM-RAMO-SUSEP  PIC  9(004).
431665   05        ENT-COM-COD-PRODU   PIC  9(004).
431665   05        ENT-COM-TIPO-OPER   PIC  9(004).
431665   05        ENT-COM-PR-EMIT     PIC  -(012)9.99.
431665   05        ENT-COM-PCT-COMIS   PIC  9999.99.
431665   05        ENT-COM-VLR-COMIS   PIC  -(012)9.99.
431665   05        ENT-COM-VLR-ADMN    PIC  -(012)9.99.
431665   05        ENT-COM-VLR-AGENC   PIC  -(012)9.99.
      *
431665*--* VISAO DO HEADER GRAVADO PELO RG1866B (E DO TIPO DE REGISTRO
431665*--* 'S' DO SUBTOTAL POR PRODUTOR)
      *
431665 01          ENT-PREMCOM-H       REDEFINES        ENT-PREMCOM.
      *
431665   05        ENT-MHD-TIPO-REG    PIC  X(001).
431665   05        ENT-MHD-PROGRAMA    PIC  X(008).
431665   05        ENT-MHD-ANO-REFER   PIC  9(004).
431665   05        ENT-MHD-MES-REFER   PIC  9(002).
431665   05        FILLER              PIC  X(024).
431665   05        FILLER              PIC  X(118).
      *
431665*--* VISAO DO TRAILER GRAVADO PELO RG1866B
      *
431665 01          ENT-PREMCOM-T       REDEFINES        ENT-PREMCOM.
      *
431665   05        FILLER              PIC  X(001).
431665   05        ENT-MTL-QTDE-REG    PIC  9(009).
431665   05        ENT-MTL-VLR-TOTAL   PIC  -(012)9.99.
431665   05        FILLER              PIC  X(131).
      *
      *----------------------------------------------------------------*
      *                     CHAVES DE CONTROLE DE LEITURA              *
      *----------------------------------------------------------------*
      *
         05        SYSIN-STATUS        PIC  9(002)      VALUE ZEROS.
         05        EMI-STATUS          PIC  9(002)      VALUE ZEROS.
         05        CED-STATUS          PIC  9(002)      VALUE ZEROS.
431664   05        RES-STATUS          PIC  9(002)      VALUE ZEROS.
431665   05        COM-STATUS          PIC  9(002)      VALUE ZEROS.
      *
         05        WFIM-PREMIT         PIC  X(001)      VALUE SPACES.
         05        WFIM-PREMCED        PIC  X(001)      VALUE SPACES.
431664   05        WFIM-PREMRES        PIC  X(001)      VALUE SPACES.
431665   05        WFIM-PREMCOM        PIC  X(001)      VALUE SPACES.
         05        WTEM-HEADER         PIC  X(001)      VALUE SPACES.
         05        WTEM-TRAILER        PIC  X(001)      VALUE SPACES.
      *
         05        AC-I-PREMIT-HIST    PIC  9(009)      VALUE ZEROS.
         05        AC-L-PREMCED        PIC  9(009)      VALUE ZEROS.
         05        AC-I-PREMCED-HIST   PIC  9(009)      VALUE ZEROS.
431664   05        AC-L-PREMRES        PIC  9(009)      VALUE ZEROS.
431664   05        AC-I-PREMRES-HIST   PIC  9(009)      VALUE ZEROS.
431664   05        AC-S-RAMO-PREMRES   PIC  9(009)      VALUE ZEROS.
431665   05        AC-L-PREMCOM        PIC  9(009)      VALUE ZEROS.
431665   05        AC-S-PREMCOM        PIC  9(009)      VALUE ZEROS.
431665   05        AC-I-PREMCOM-HIST   PIC  9(009)      VALUE ZEROS.
431538   05        AC-L-BLOCO          PIC  9(009)      VALUE ZEROS.
      *
431538*--* PERIODOS (AAAAMM) JA CARREGADOS DO ARQUIVO CORRENTE: A
               WHEN   'C'
                      PERFORM   R0200-00-CARGA-PREMIT
                      PERFORM   R0300-00-CARGA-PREMCED
431664                PERFORM   R0600-00-CARGA-PREMRES
431665                PERFORM   R0700-00-CARGA-PREMCOM
               WHEN   'E'
                      PERFORM   R0500-00-EXPURGO
               WHEN   OTHER
           DISPLAY   'REG. LIDOS  NO PREMCED       - '  AC-L-PREMCED.
           DISPLAY   'REG. CARGA  PREMCED-HISTORIC - '
                      AC-I-PREMCED-HIST.
431664     DISPLAY   'REG. LIDOS  NO PREMRES       - '  AC-L-PREMRES.
431664     DISPLAY   'REG. CARGA  PREMRES-HISTORIC - '
431664                AC-I-PREMRES-HIST.
431664     DISPLAY   'REG. PREMRES SEM RAMO SUSEP  - '
431664                AC-S-RAMO-PREMRES.
431665     DISPLAY   'REG. LIDOS  NO PREMCOM       - '  AC-L-PREMCOM.
431665     DISPLAY   'SUBTOTAIS   NO PREMCOM       - '  AC-S-PREMCOM.
431665     DISPLAY   'REG. CARGA  PREMCOM-HISTORIC - '
431665                AC-I-PREMCOM-HIST.
      *
           MOVE      '00:00:00'          TO         WS-HORA-CURR.
      *
431538                   DISPLAY 'LIDOS   - '  AC-L-BLOCO
                         GO   TO  R9999-00-ROT-ERRO
                     END-IF
431669               PERFORM  R0250-00-INSERT-TRAILER-EMIT
               WHEN  OTHER
                     IF  WTEM-HEADER  NOT  EQUAL  'S'
                         DISPLAY 'R0220 - ARQUIVO PREMIT SEM HEADER - '
431538           DISPLAY 'R0235 - ERRO NO DELETE DA PREMIT-HISTORICO'
431538           GO   TO  R9999-00-ROT-ERRO.
      *
431669     EXEC SQL  DELETE
431669         FROM  SEGUROS.PREMIT_TRAILER
431669        WHERE  ANO_REFERENCIA     =  :WHOST-ANO-REFER
431669          AND  MES_REFERENCIA     =  :WHOST-MES-REFER
431669     END-EXEC.
      *
431669     IF    SQLCODE  NOT  EQUAL   ZEROS
431669       IF  SQLCODE       EQUAL   100
431669           NEXT     SENTENCE
431669       ELSE
431669           DISPLAY 'R0235 - ERRO NO DELETE DA PREMIT-TRAILER'
431669           GO   TO  R9999-00-ROT-ERRO.
      *
431538 R0235-99-SAIDA.
431538     EXIT.
      *
           EJECT
      *----------------------------------------------------------------*
      *
431669*--* GUARDA A QUANTIDADE E O VALOR TOTAL DO TRAILER DO BLOCO
431669*--* (UM POR ANO/MES), BASE DO FECHAMENTO DA ESTATISTICA ANUAL
431669*--* DE PREMIOS POR UF DE RISCO COM OS TRAILERS DO PREMIT.
      *
431669 R0250-00-INSERT-TRAILER-EMIT SECTION.
431669*-------------------------------------
      *
431669     MOVE         '025'            TO               WNR-EXEC-SQL.
      *
431669     IF  WTEM-HEADER  NOT  EQUAL  'S'
431669         DISPLAY 'R0250 - ARQUIVO PREMIT SEM HEADER - '
431669                 'CARGA REJEITADA'
431669         GO   TO  R9999-00-ROT-ERRO.
      *
431669     MOVE      ENT-TRL-QTDE-REG    TO           WHOST-QTD-TRAILER.
431669     MOVE      ENT-TRL-VLR-TOTAL   TO           WHOST-VLR-TRAILER.
      *
431669     EXEC SQL  INSERT
431669         INTO  SEGUROS.PREMIT_TRAILER
431669               (ANO_REFERENCIA     ,
431669                MES_REFERENCIA     ,
431669                QTD_REGISTROS      ,
431669                VLR_TOTAL          ,
431669                DATA_CARGA)
431669        VALUES
431669               (:WHOST-ANO-REFER   ,
431669                :WHOST-MES-REFER   ,
431669                :WHOST-QTD-TRAILER ,
431669                :WHOST-VLR-TRAILER ,
431669                CURRENT DATE)
431669     END-EXEC.
      *
431669     IF  SQLCODE  NOT  EQUAL  ZEROS
431669         DISPLAY 'R0250 - ERRO NO INSERT NA PREMIT-TRAILER'
431669         DISPLAY 'PERIODO  - ' WHOST-MES-REFER '/' WHOST-ANO-REFER
431669         GO   TO  R9999-00-ROT-ERRO.
      *
431669 R0250-99-SAIDA.
431669     EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0300-00-CARGA-PREMCED      SECTION.
      *-------------------------------------
      *
                 DISPLAY 'R0500 - ERRO NO DELETE DA PREMCED-HISTORICO'
                 GO   TO  R9999-00-ROT-ERRO.
      *
431664     EXEC SQL  DELETE
431664         FROM  SEGUROS.PREMRES_HISTORICO
431664        WHERE  (ANO_REFERENCIA * 100 + MES_REFERENCIA)
431664                                  <=  :WHOST-AAMM-CORTE
431664     END-EXEC.
      *
431664     IF    SQLCODE  NOT  EQUAL   ZEROS
431664       IF  SQLCODE       EQUAL   100
431664           DISPLAY 'R0500 - PREMRES-HISTORICO SEM PERIODO A '
431664                   'EXPURGAR'
431664       ELSE
431664           DISPLAY 'R0500 - ERRO NO DELETE DA PREMRES-HISTORICO'
431664           GO   TO  R9999-00-ROT-ERRO.
      *
431664     EXEC SQL  DELETE
431664         FROM  SEGUROS.PREMRES_TRAILER
431664        WHERE  (ANO_REFERENCIA * 100 + MES_REFERENCIA)
431664                                  <=  :WHOST-AAMM-CORTE
431664     END-EXEC.
      *
431664     IF    SQLCODE  NOT  EQUAL   ZEROS
431664       IF  SQLCODE       EQUAL   100
431664           NEXT     SENTENCE
431664       ELSE
431664           DISPLAY 'R0500 - ERRO NO DELETE DA PREMRES-TRAILER'
431664           GO   TO  R9999-00-ROT-ERRO.
      *
431669     EXEC SQL  DELETE
431669         FROM  SEGUROS.PREMIT_TRAILER
431669        WHERE  (ANO_REFERENCIA * 100 + MES_REFERENCIA)
431669                                  <=  :WHOST-AAMM-CORTE
431669     END-EXEC.
      *
431669     IF    SQLCODE  NOT  EQUAL   ZEROS
431669       IF  SQLCODE       EQUAL   100
431669           NEXT     SENTENCE
431669       ELSE
431669           DISPLAY 'R0500 - ERRO NO DELETE DA PREMIT-TRAILER'
431669           GO   TO  R9999-00-ROT-ERRO.
      *
431665     EXEC SQL  DELETE
431665         FROM  SEGUROS.PREMCOM_HISTORICO
431665        WHERE  (ANO_REFERENCIA * 100 + MES_REFERENCIA)
431665                                  <=  :WHOST-AAMM-CORTE
431665     END-EXEC.
      *
431665     IF    SQLCODE  NOT  EQUAL   ZEROS
431665       IF  SQLCODE       EQUAL   100
431665           DISPLAY 'R0500 - PREMCOM-HISTORICO SEM PERIODO A '
431665                   'EXPURGAR'
431665       ELSE
431665           DISPLAY 'R0500 - ERRO NO DELETE DA PREMCOM-HISTORICO'
431665           GO   TO  R9999-00-ROT-ERRO.
      *
           EXEC  SQL   COMMIT  WORK   END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
           EJECT
      *----------------------------------------------------------------*
      *
431664*--* CARGA DO PREMRES (RESSEGURO POR CONTRATO): MESMO TRATAMENTO
431664*--* DE BLOCOS HEADER/DETALHE/TRAILER DO R0200/R0300.
      *
431664 R0600-00-CARGA-PREMRES      SECTION.
431664*-------------------------------------
      *
431664     MOVE         '060'            TO               WNR-EXEC-SQL.
      *
431664     OPEN          INPUT           PREMRES.
      *
431664     IF  RES-STATUS  NOT  EQUAL  ZEROS
431664         DISPLAY  'R0600 - ERRO NO OPEN DO ARQ PREMRES'
431664         DISPLAY  'STATUS  - '  RES-STATUS
431664         GO   TO   R9999-00-ROT-ERRO.
      *
431664     MOVE          SPACES          TO               WFIM-PREMRES
431664                                                    WTEM-HEADER
431664                                                    WTEM-TRAILER.
      *
431664     MOVE          ZEROS           TO           AC-L-BLOCO.
431664     MOVE          ZEROS           TO        CRG-QTDE-PERIODOS.
431664     MOVE          ZEROS           TO           CRG-TAB-AREA.
      *
431664     PERFORM       R0610-00-LER-PREMRES.
      *
431664     PERFORM       R0620-00-PROCESSA-PREMRES  UNTIL
431664                   WFIM-PREMRES    NOT  EQUAL  SPACES.
      *
431664     IF  WTEM-TRAILER  NOT  EQUAL  'S'
431664         DISPLAY  'R0600 - ARQUIVO PREMRES SEM TRAILER - POSSIVEL'
431664         DISPLAY  '        ARQUIVO TRUNCADO - CARGA REJEITADA'
431664         GO   TO   R9999-00-ROT-ERRO.
      *
431664     CLOSE         PREMRES.
      *
431664     EXEC  SQL   COMMIT  WORK   END-EXEC.
      *
431664     IF  SQLCODE  NOT  EQUAL  ZEROS
431664         DISPLAY 'R0600 - ERRO NO COMMIT DA CARGA DO PREMRES'
431664         GO   TO  R9999-00-ROT-ERRO.
      *
431664 R0600-99-SAIDA.
431664     EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
431664 R0610-00-LER-PREMRES        SECTION.
431664*-------------------------------------
      *
431664     MOVE         '061'            TO               WNR-EXEC-SQL.
      *
431664     READ          PREMRES         INTO             ENT-PREMRES
431664                   AT  END
431664                   MOVE  'S'       TO               WFIM-PREMRES.
      *
431664     IF  WFIM-PREMRES  EQUAL  SPACES
431664         IF  RES-STATUS  NOT  EQUAL  ZEROS
431664             DISPLAY  'R0610 - ERRO NO READ DO ARQ PREMRES'
431664             DISPLAY  'STATUS  - '  RES-STATUS
431664             GO   TO   R9999-00-ROT-ERRO.
      *
431664 R0610-99-SAIDA.
431664     EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
431664 R0620-00-PROCESSA-PREMRES   SECTION.
431664*-------------------------------------
      *
431664     MOVE         '062'            TO               WNR-EXEC-SQL.
      *
431664*--* MESMO TRATAMENTO POR BLOCO DO R0220 (VIDE COMENTARIO LA).
431664*--* A QUANTIDADE E O VALOR DO TRAILER FICAM NA PREMRES_TRAILER.
      *
431664     EVALUATE  ENT-RHD-TIPO-REG
431664         WHEN  'H'
431664               MOVE     ZEROS      TO         AC-L-BLOCO
431664               MOVE     SPACES     TO         WTEM-TRAILER
431664               PERFORM  R0630-00-HEADER-PREMRES
431664         WHEN  'T'
431664               MOVE     'S'        TO         WTEM-TRAILER
431664               IF  ENT-RTL-QTDE-REG  NOT  EQUAL  AC-L-BLOCO
431664                   DISPLAY 'R0620 - QTDE DO TRAILER DIVERGE DO '
431664                           'TOTAL LIDO NO BLOCO DO PREMRES'
431664                   DISPLAY 'TRAILER - '  ENT-RTL-QTDE-REG
431664                   DISPLAY 'LIDOS   - '  AC-L-BLOCO
431664                   GO   TO  R9999-00-ROT-ERRO
431664               END-IF
431664               PERFORM  R0650-00-INSERT-TRAILER
431664         WHEN  OTHER
431664               IF  WTEM-HEADER  NOT  EQUAL  'S'
431664                   DISPLAY 'R0620 - ARQUIVO PREMRES SEM HEADER - '
431664                           'CARGA REJEITADA'
431664                   GO   TO  R9999-00-ROT-ERRO
431664               END-IF
431664               ADD      1          TO         AC-L-PREMRES
431664               ADD      1          TO         AC-L-BLOCO
431664               PERFORM  R0640-00-INSERT-PREMRES
431664     END-EVALUATE.
      *
431664     PERFORM       R0610-00-LER-PREMRES.
      *
431664 R0620-99-SAIDA.
431664     EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
431664*--* MESMO TRATAMENTO DE PERIODO DO R0230 (VIDE COMENTARIO LA)
      *
431664 R0630-00-HEADER-PREMRES     SECTION.
431664*-------------------------------------
      *
431664     MOVE         '063'            TO               WNR-EXEC-SQL.
      *
431664     MOVE      'S'                 TO               WTEM-HEADER.
      *
431664     MOVE      ENT-RHD-ANO-REFER   TO           WHOST-ANO-REFER.
431664     MOVE      ENT-RHD-MES-REFER   TO           WHOST-MES-REFER.
      *
431664     DISPLAY   'RG1867B - CARGA DO PREMRES ( '
431664                WHOST-MES-REFER '/' WHOST-ANO-REFER ' )'.
      *
431664     COMPUTE   WS-AAMM-BLOCO  =  (ENT-RHD-ANO-REFER  *  100)
431664                               +  ENT-RHD-MES-REFER.
      *
431664     SET       CRG-IDX             TO               1.
      *
431664     SEARCH    CRG-TAB-PERIODOS
431664               AT       END
431664                        PERFORM  R0635-00-NOVO-PERIODO-RES
431664               WHEN     CRG-TAB-PERIODOS (CRG-IDX)  =
431664                        WS-AAMM-BLOCO
431664                        DISPLAY 'R0630 - SEGUNDO BLOCO DO MESMO '
431664                                'ANO/MES NO ARQUIVO PREMRES'
431664                        DISPLAY 'PERIODO (AAAAMM) - '
431664                                 WS-AAMM-BLOCO
431664                        DISPLAY 'SE FOREM PARTICOES DE '
431664                                'RAMO_SUSEP, CONSOLIDAR PELO '
431664                                'RG1868B ANTES DA CARGA;'
431664                        DISPLAY 'SE FOR GERACAO DUPLICADA DO '
431664                                'PERIODO, RECARREGAR SOMENTE '
431664                                'APOS REMOVER O BLOCO OBSOLETO'
431664                        GO   TO  R9999-00-ROT-ERRO
431664     END-SEARCH.
      *
431664 R0630-99-SAIDA.
431664     EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
431664*--* REGISTRA O NOVO PERIODO DA CARGA DO PREMRES E ELIMINA DO
431664*--* HISTORICO (DETALHE E TRAILER) A CARGA ANTERIOR DO MESMO
431664*--* ANO/MES.
      *
431664 R0635-00-NOVO-PERIODO-RES   SECTION.
431664*-------------------------------------
      *
431664     MOVE         '635'            TO               WNR-EXEC-SQL.
      *
431664     IF  CRG-QTDE-PERIODOS  NOT  LESS  120
431664         DISPLAY 'R0635 - TABELA DE PERIODOS DA CARGA CHEIA - '
431664                 '120'
431664         GO   TO  R9999-00-ROT-ERRO.
      *
431664     ADD       1                   TO       CRG-QTDE-PERIODOS.
431664     SET       CRG-IDX             TO       CRG-QTDE-PERIODOS.
431664     MOVE      WS-AAMM-BLOCO       TO       CRG-TAB-PERIODOS
431664                                             (CRG-IDX).
      *
431664     EXEC SQL  DELETE
431664         FROM  SEGUROS.PREMRES_HISTORICO
431664        WHERE  ANO_REFERENCIA     =  :WHOST-ANO-REFER
431664          AND  MES_REFERENCIA     =  :WHOST-MES-REFER
431664     END-EXEC.
      *
431664     IF    SQLCODE  NOT  EQUAL   ZEROS
431664       IF  SQLCODE       EQUAL   100
431664           NEXT     SENTENCE
431664       ELSE
431664           DISPLAY 'R0635 - ERRO NO DELETE DA PREMRES-HISTORICO'
431664           GO   TO  R9999-00-ROT-ERRO.
      *
431664     EXEC SQL  DELETE
431664         FROM  SEGUROS.PREMRES_TRAILER
431664        WHERE  ANO_REFERENCIA     =  :WHOST-ANO-REFER
431664          AND  MES_REFERENCIA     =  :WHOST-MES-REFER
431664     END-EXEC.
      *
431664     IF    SQLCODE  NOT  EQUAL   ZEROS
431664       IF  SQLCODE       EQUAL   100
431664           NEXT     SENTENCE
431664       ELSE
431664           DISPLAY 'R0635 - ERRO NO DELETE DA PREMRES-TRAILER'
431664           GO   TO  R9999-00-ROT-ERRO.
      *
431664 R0635-99-SAIDA.
431664     EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
431664*--* O REGISTRO DO PREMRES TRAZ O RAMO DE COBERTURA, NAO O
431664*--* RAMO_SUSEP: ESTE E OBTIDO DA PREMIT_HISTORICO DO MESMO
431664*--* ANO/MES, APOLICE, ENDOSSO E TIPO_OPERACAO (O PREMIT DO
431664*--* PERIODO E CARREGADO ANTES, NA MESMA ACAO 'C'). SEM
431664*--* CORRESPONDENCIA A COLUNA FICA ZERADA E O REGISTRO E CONTADO.
      *
431664 R0640-00-INSERT-PREMRES     SECTION.
431664*-------------------------------------
      *
431664     MOVE         '064'            TO               WNR-EXEC-SQL.
      *
431664     MOVE      ENT-RES-NUM-APOL    TO           WHOST-NUM-APOL.
431664     MOVE      ENT-RES-NUM-END     TO           WHOST-NRENDOS.
431664     MOVE      ENT-RES-TIPO-OPER   TO           WHOST-TIPO-OPER.
431664     MOVE      ENT-RES-SEQ         TO           WHOST-NUM-SEQ.
431664     MOVE      ENT-RES-COD-CIA     TO           WHOST-COD-CIA.
431664     MOVE      ENT-RES-RAMO-COBERT TO           WHOST-RAMO-COBERT.
431664     MOVE      ENT-RES-CONTR-RESSG TO        WHOST-CONTR-RESSEG.
431664     MOVE      ENT-RES-PCT-COM-RES TO           WHOST-PCT-COM-RES.
431664     MOVE      ENT-RES-VLR-PRM-RES TO           WHOST-VLR-PREMIO.
431664     MOVE      ENT-RES-VLR-COMIS   TO           WHOST-VLR-COMIS.
431664     MOVE      ENT-PREMRES         TO           WHOST-REG-PREMRES.
      *
431664     EXEC SQL  SELECT  VALUE(MIN(RAMO_SUSEP), 0)
431664                 INTO  :WHOST-RAMO-SUSEP
431664                 FROM  SEGUROS.PREMIT_HISTORICO
431664                WHERE  ANO_REFERENCIA     =  :WHOST-ANO-REFER
431664                  AND  MES_REFERENCIA     =  :WHOST-MES-REFER
431664                  AND  NUM_APOLICE        =  :WHOST-NUM-APOL
431664                  AND  NRENDOS            =  :WHOST-NRENDOS
431664                  AND  TIPO_OPERACAO      =  :WHOST-TIPO-OPER
431664                 WITH  UR
431664     END-EXEC.
      *
431664     IF  SQLCODE  NOT  EQUAL  ZEROS
431664         DISPLAY 'R0640 - ERRO NO SELECT DA PREMIT-HISTORICO'
431664         DISPLAY 'APOLICE  - ' WHOST-NUM-APOL
431664         DISPLAY 'ENDOSSO  - ' WHOST-NRENDOS
431664         GO   TO  R9999-00-ROT-ERRO.
      *
431664     IF  WHOST-RAMO-SUSEP  EQUAL  ZEROS
431664         ADD   1                   TO          AC-S-RAMO-PREMRES.
      *
431664     EXEC SQL  INSERT
431664         INTO  SEGUROS.PREMRES_HISTORICO
431664               (ANO_REFERENCIA     ,
431664                MES_REFERENCIA     ,
431664                RAMO_SUSEP         ,
431664                NUM_APOLICE        ,
431664                NRENDOS            ,
431664                TIPO_OPERACAO      ,
431664                NUM_SEQ            ,
431664                COD_CIA            ,
431664                RAMO_COBERTURA     ,
431664                CONTR_RESSEG       ,
431664                PCT_COM_RESSEG     ,
431664                VLR_PRM_RESSEG     ,
431664                VLR_COMIS_RESSEG   ,
431664                DATA_CARGA         ,
431664                REGISTRO_PREMRES)
431664        VALUES
431664               (:WHOST-ANO-REFER   ,
431664                :WHOST-MES-REFER   ,
431664                :WHOST-RAMO-SUSEP  ,
431664                :WHOST-NUM-APOL    ,
431664                :WHOST-NRENDOS     ,
431664                :WHOST-TIPO-OPER   ,
431664                :WHOST-NUM-SEQ     ,
431664                :WHOST-COD-CIA     ,
431664                :WHOST-RAMO-COBERT ,
431664                :WHOST-CONTR-RESSEG,
431664                :WHOST-PCT-COM-RES ,
431664                :WHOST-VLR-PREMIO  ,
431664                :WHOST-VLR-COMIS   ,
431664                CURRENT DATE       ,
431664                :WHOST-REG-PREMRES)
431664     END-EXEC.
      *
431664     IF  SQLCODE  NOT  EQUAL  ZEROS
431664         DISPLAY 'R0640 - ERRO NO INSERT NA PREMRES-HISTORICO'
431664         DISPLAY 'APOLICE  - ' WHOST-NUM-APOL
431664         DISPLAY 'ENDOSSO  - ' WHOST-NRENDOS
431664         DISPLAY 'SEQ      - ' WHOST-NUM-SEQ
431664         GO   TO  R9999-00-ROT-ERRO.
      *
431664     ADD       1                   TO          AC-I-PREMRES-HIST.
      *
431664     PERFORM   R0400-00-COMMIT-INTERVALO.
      *
431664 R0640-99-SAIDA.
431664     EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
431664*--* GUARDA A QUANTIDADE E O VALOR TOTAL DO TRAILER DO BLOCO
431664*--* (UM POR ANO/MES), BASE DA CONCILIACAO DO TOTAL CEDIDO NO
431664*--* EXTRATO TRIMESTRAL DOS CONTRATOS DE RESSEGURO.
      *
431664 R0650-00-INSERT-TRAILER     SECTION.
431664*-------------------------------------
      *
431664     MOVE         '065'            TO               WNR-EXEC-SQL.
      *
431664     IF  WTEM-HEADER  NOT  EQUAL  'S'
431664         DISPLAY 'R0650 - ARQUIVO PREMRES SEM HEADER - '
431664                 'CARGA REJEITADA'
431664         GO   TO  R9999-00-ROT-ERRO.
      *
431664     MOVE      ENT-RTL-QTDE-REG    TO           WHOST-QTD-TRAILER.
431664     MOVE      ENT-RTL-VLR-TOTAL   TO           WHOST-VLR-TRAILER.
      *
431664     EXEC SQL  INSERT
431664         INTO  SEGUROS.PREMRES_TRAILER
431664               (ANO_REFERENCIA     ,
431664                MES_REFERENCIA     ,
431664                QTD_REGISTROS      ,
431664                VLR_TOTAL          ,
431664                DATA_CARGA)
431664        VALUES
431664               (:WHOST-ANO-REFER   ,
431664                :WHOST-MES-REFER   ,
431664                :WHOST-QTD-TRAILER ,
431664                :WHOST-VLR-TRAILER ,
431664                CURRENT DATE)
431664     END-EXEC.
      *
431664     IF  SQLCODE  NOT  EQUAL  ZEROS
431664         DISPLAY 'R0650 - ERRO NO INSERT NA PREMRES-TRAILER'
431664         DISPLAY 'PERIODO  - ' WHOST-MES-REFER '/' WHOST-ANO-REFER
431664         GO   TO  R9999-00-ROT-ERRO.
      *
431664 R0650-99-SAIDA.
431664     EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
431665*--* CARGA DO PREMCOM (COMISSAO POR PRODUTOR): MESMO TRATAMENTO
431665*--* DE BLOCOS HEADER/DETALHE/TRAILER DO R0200/R0300.
      *
431665 R0700-00-CARGA-PREMCOM      SECTION.
431665*-------------------------------------
      *
431665     MOVE         '070'            TO               WNR-EXEC-SQL.
      *
431665     OPEN          INPUT           PREMCOM.
      *
431665     IF  COM-STATUS  NOT  EQUAL  ZEROS
431665         DISPLAY  'R0700 - ERRO NO OPEN DO ARQ PREMCOM'
431665         DISPLAY  'STATUS  - '  COM-STATUS
431665         GO   TO   R9999-00-ROT-ERRO.
      *
431665     MOVE          SPACES          TO               WFIM-PREMCOM
431665                                                    WTEM-HEADER
431665                                                    WTEM-TRAILER.
      *
431665     MOVE          ZEROS           TO           AC-L-BLOCO.
431665     MOVE          ZEROS           TO        CRG-QTDE-PERIODOS.
431665     MOVE          ZEROS           TO           CRG-TAB-AREA.
      *
431665     PERFORM       R0710-00-LER-PREMCOM.
      *
431665     PERFORM       R0720-00-PROCESSA-PREMCOM  UNTIL
431665                   WFIM-PREMCOM    NOT  EQUAL  SPACES.
      *
431665     IF  WTEM-TRAILER  NOT  EQUAL  'S'
431665         DISPLAY  'R0700 - ARQUIVO PREMCOM SEM TRAILER - POSSIVEL'
431665         DISPLAY  '        ARQUIVO TRUNCADO - CARGA REJEITADA'
431665         GO   TO   R9999-00-ROT-ERRO.
      *
431665     CLOSE         PREMCOM.
      *
431665     EXEC  SQL   COMMIT  WORK   END-EXEC.
      *
431665     IF  SQLCODE  NOT  EQUAL  ZEROS
431665         DISPLAY 'R0700 - ERRO NO COMMIT DA CARGA DO PREMCOM'
431665         GO   TO  R9999-00-ROT-ERRO.
      *
431665 R0700-99-SAIDA.
431665     EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
431665 R0710-00-LER-PREMCOM        SECTION.
431665*-------------------------------------
      *
431665     MOVE         '071'            TO               WNR-EXEC-SQL.
      *
431665     READ          PREMCOM         INTO             ENT-PREMCOM
431665                   AT  END
431665                   MOVE  'S'       TO               WFIM-PREMCOM.
      *
431665     IF  WFIM-PREMCOM  EQUAL  SPACES
431665         IF  COM-STATUS  NOT  EQUAL  ZEROS
431665             DISPLAY  'R0710 - ERRO NO READ DO ARQ PREMCOM'
431665             DISPLAY  'STATUS  - '  COM-STATUS
431665             GO   TO   R9999-00-ROT-ERRO.
      *
431665 R0710-99-SAIDA.
431665     EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
431665 R0720-00-PROCESSA-PREMCOM   SECTION.
431665*-------------------------------------
      *
431665     MOVE         '072'            TO               WNR-EXEC-SQL.
      *
431665*--* MESMO TRATAMENTO POR BLOCO DO R0220 (VIDE COMENTARIO LA).
431665*--* O SUBTOTAL POR PRODUTOR ('S') ENTRA NA QUANTIDADE DO
431665*--* TRAILER, MAS NAO E CARREGADO: E RECALCULAVEL DO DETALHE.
      *
431665     EVALUATE  ENT-MHD-TIPO-REG
431665         WHEN  'H'
431665               MOVE     ZEROS      TO         AC-L-BLOCO
431665               MOVE     SPACES     TO         WTEM-TRAILER
431665               PERFORM  R0730-00-HEADER-PREMCOM
431665         WHEN  'T'
431665               MOVE     'S'        TO         WTEM-TRAILER
431665               IF  ENT-MTL-QTDE-REG  NOT  EQUAL  AC-L-BLOCO
431665                   DISPLAY 'R0720 - QTDE DO TRAILER DIVERGE DO '
431665                           'TOTAL LIDO NO BLOCO DO PREMCOM'
431665                   DISPLAY 'TRAILER - '  ENT-MTL-QTDE-REG
431665                   DISPLAY 'LIDOS   - '  AC-L-BLOCO
431665                   GO   TO  R9999-00-ROT-ERRO
431665               END-IF
431665         WHEN  'S'
431665               ADD      1          TO         AC-L-BLOCO
431665               ADD      1          TO         AC-S-PREMCOM
431665         WHEN  OTHER
431665               IF  WTEM-HEADER  NOT  EQUAL  'S'
431665                   DISPLAY 'R0720 - ARQUIVO PREMCOM SEM HEADER - '
431665                           'CARGA REJEITADA'
431665                   GO   TO  R9999-00-ROT-ERRO
431665               END-IF
431665               ADD      1          TO         AC-L-PREMCOM
431665               ADD      1          TO         AC-L-BLOCO
431665               PERFORM  R0740-00-INSERT-PREMCOM
431665     END-EVALUATE.
      *
431665     PERFORM       R0710-00-LER-PREMCOM.
      *
431665 R0720-99-SAIDA.
431665     EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
431665*--* MESMO TRATAMENTO DE PERIODO DO R0230 (VIDE COMENTARIO LA)
      *
431665 R0730-00-HEADER-PREMCOM     SECTION.
431665*-------------------------------------
      *
431665     MOVE         '073'            TO               WNR-EXEC-SQL.
      *
431665     MOVE      'S'                 TO               WTEM-HEADER.
      *
431665     MOVE      ENT-MHD-ANO-REFER   TO           WHOST-ANO-REFER.
431665     MOVE      ENT-MHD-MES-REFER   TO           WHOST-MES-REFER.
      *
431665     DISPLAY   'RG1867B - CARGA DO PREMCOM ( '
431665                WHOST-MES-REFER '/' WHOST-ANO-REFER ' )'.
      *
431665     COMPUTE   WS-AAMM-BLOCO  =  (ENT-MHD-ANO-REFER  *  100)
431665                               +  ENT-MHD-MES-REFER.
      *
431665     SET       CRG-IDX             TO               1.
      *
431665     SEARCH    CRG-TAB-PERIODOS
431665               AT       END
431665                        PERFORM  R0735-00-NOVO-PERIODO-COM
431665               WHEN     CRG-TAB-PERIODOS (CRG-IDX)  =
431665                        WS-AAMM-BLOCO
431665                        DISPLAY 'R0730 - SEGUNDO BLOCO DO MESMO '
431665                                'ANO/MES NO ARQUIVO PREMCOM'
431665                        DISPLAY 'PERIODO (AAAAMM) - '
431665                                 WS-AAMM-BLOCO
431665                        DISPLAY 'SE FOREM PARTICOES DE '
431665                                'RAMO_SUSEP, CONSOLIDAR PELO '
431665                                'RG1868B ANTES DA CARGA;'
431665                        DISPLAY 'SE FOR GERACAO DUPLICADA DO '
431665                                'PERIODO, RECARREGAR SOMENTE '
431665                                'APOS REMOVER O BLOCO OBSOLETO'
431665                        GO   TO  R9999-00-ROT-ERRO
431665     END-SEARCH.
      *
431665 R0730-99-SAIDA.
431665     EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
431665*--* REGISTRA O NOVO PERIODO DA CARGA DO PREMCOM E ELIMINA DO
431665*--* HISTORICO A CARGA ANTERIOR DO MESMO ANO/MES.
      *
431665 R0735-00-NOVO-PERIODO-COM   SECTION.
431665*-------------------------------------
      *
431665     MOVE         '735'            TO               WNR-EXEC-SQL.
      *
431665     IF  CRG-QTDE-PERIODOS  NOT  LESS  120
431665         DISPLAY 'R0735 - TABELA DE PERIODOS DA CARGA CHEIA - '
431665                 '120'
431665         GO   TO  R9999-00-ROT-ERRO.
      *
431665     ADD       1                   TO       CRG-QTDE-PERIODOS.
431665     SET       CRG-IDX             TO       CRG-QTDE-PERIODOS.
431665     MOVE      WS-AAMM-BLOCO       TO       CRG-TAB-PERIODOS
431665                                             (CRG-IDX).
      *
431665     EXEC SQL  DELETE
431665         FROM  SEGUROS.PREMCOM_HISTORICO
431665        WHERE  ANO_REFERENCIA     =  :WHOST-ANO-REFER
431665          AND  MES_REFERENCIA     =  :WHOST-MES-REFER
431665     END-EXEC.
      *
431665     IF    SQLCODE  NOT  EQUAL   ZEROS
431665       IF  SQLCODE       EQUAL   100
431665           NEXT     SENTENCE
431665       ELSE
431665           DISPLAY 'R0735 - ERRO NO DELETE DA PREMCOM-HISTORICO'
431665           GO   TO  R9999-00-ROT-ERRO.
      *
431665 R0735-99-SAIDA.
431665     EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
431665*--* UM REGISTRO POR PRODUTOR ('C' CORRETOR / 'I' INDICADOR) DE
431665*--* CADA GRUPO DO PREMIT. O PREMCOM JA TRAZ O RAMO_SUSEP.
      *
431665 R0740-00-INSERT-PREMCOM     SECTION.
431665*-------------------------------------
      *
431665     MOVE         '074'            TO               WNR-EXEC-SQL.
      *
431665     MOVE      ENT-COM-NUM-APOL    TO           WHOST-NUM-APOL.
431665     MOVE      ENT-COM-NUM-END     TO           WHOST-NRENDOS.
431665     MOVE      ENT-COM-TIPO-OPER   TO           WHOST-TIPO-OPER.
431665     MOVE      ENT-COM-RAMO-SUSEP  TO           WHOST-RAMO-SUSEP.
431665     MOVE      ENT-COM-SEQ         TO           WHOST-NUM-SEQ.
431665     MOVE      ENT-COM-COD-CIA     TO           WHOST-COD-CIA.
431665     MOVE      ENT-COM-TIPO-PRD    TO           WHOST-TIPO-PRD.
431665     MOVE      ENT-COM-COD-PRD     TO           WHOST-COD-PRD.
431665     MOVE      ENT-COM-CPF-PRD     TO           WHOST-CPF-PRD.
431665     MOVE      ENT-COM-PR-EMIT     TO           WHOST-VLR-PREMIO.
431665     MOVE      ENT-COM-VLR-COMIS   TO           WHOST-VLR-COMIS.
431665     MOVE      ENT-PREMCOM         TO           WHOST-REG-PREMCOM.
      *
431665     EXEC SQL  INSERT
431665         INTO  SEGUROS.PREMCOM_HISTORICO
431665               (ANO_REFERENCIA     ,
431665                MES_REFERENCIA     ,
431665                RAMO_SUSEP         ,
431665                NUM_APOLICE        ,
431665                NRENDOS            ,
431665                TIPO_OPERACAO      ,
431665                NUM_SEQ            ,
431665                COD_CIA            ,
431665                TIPO_PRODUTOR      ,
431665                COD_PRODUTOR       ,
431665                CPF_PRODUTOR       ,
431665                VLR_PREMIO         ,
431665                VLR_COMISSAO       ,
431665                DATA_CARGA         ,
431665                REGISTRO_PREMCOM)
431665        VALUES
431665               (:WHOST-ANO-REFER   ,
431665                :WHOST-MES-REFER   ,
431665                :WHOST-RAMO-SUSEP  ,
431665                :WHOST-NUM-APOL    ,
431665                :WHOST-NRENDOS     ,
431665                :WHOST-TIPO-OPER   ,
431665                :WHOST-NUM-SEQ     ,
431665                :WHOST-COD-CIA     ,
431665                :WHOST-TIPO-PRD    ,
431665                :WHOST-COD-PRD     ,
431665                :WHOST-CPF-PRD     ,
431665                :WHOST-VLR-PREMIO  ,
431665                :WHOST-VLR-COMIS   ,
431665                CURRENT DATE       ,
431665                :WHOST-REG-PREMCOM)
431665     END-EXEC.
      *
431665     IF  SQLCODE  NOT  EQUAL  ZEROS
431665         DISPLAY 'R0740 - ERRO NO INSERT NA PREMCOM-HISTORICO'
431665         DISPLAY 'APOLICE  - ' WHOST-NUM-APOL
431665         DISPLAY 'ENDOSSO  - ' WHOST-NRENDOS
431665         DISPLAY 'SEQ      - ' WHOST-NUM-SEQ
431665         GO   TO  R9999-00-ROT-ERRO.
      *
431665     ADD       1                   TO          AC-I-PREMCOM-HIST.
      *
431665     PERFORM   R0400-00-COMMIT-INTERVALO.
      *
431665 R0740-99-SAIDA.
431665     EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R9999-00-ROT-ERRO         SECTION.
      *----------------------------------
      *
      *
           CLOSE    PREMCED.
      *
431664     CLOSE    PREMRES.
      *
431665     CLOSE    PREMCOM.
      *
           MOVE     SQLCODE    TO      WSQLCODE.
      *
           DISPLAY  WABEND.
