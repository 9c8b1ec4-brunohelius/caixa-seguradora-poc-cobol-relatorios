      *              PREMBDR DO RG1866B) COM ZEROS NO INSERT DA ACAO   *
      *              'I' E NO UPDATE DA ACAO 'R'.                      *
      * 28/10/2026 - MARCELO AUGUSTO PRESTES  TE43017  TAREFA - 431659 *
      *----------------------------------------------------------------*
      *  ALTERACAO - PERMITIR INFORMAR, NA ACAO 'I', A VERSAO DE       *
      *              LEIAUTE (VERSAO_LAYOUT) DA NOVA SOLICITACAO: 0/1 =*
      *              SO CIRCULAR 360, 2 = GERA TAMBEM O PREMIT2/       *
      *              PREMCED2 NO NOVO LEIAUTE SUSEP. INCLUIR AS        *
      *              COLUNAS DE CHECKPOINT DOS NOVOS ARQUIVOS COM      *
      *              ZEROS NO INSERT DA ACAO 'I' E NO UPDATE DA 'R'.   *
      * 23/12/2026 - MARCELO AUGUSTO PRESTES  TE43017  TAREFA - 431667 *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
431478 77          WHOST-I-RAMO-INI    PIC S9(004)      VALUE +0 COMP.
431478 77          WHOST-I-RAMO-FIM    PIC S9(004)      VALUE +0 COMP.
431515 77          WHOST-I-SIMUL       PIC  X(001)      VALUE SPACES.
431667 77          WHOST-I-VERSAO      PIC S9(004)      VALUE +0 COMP.
      *
      *--* VARIAVEIS HOST PARA A LISTAGEM (R0500/R0510)
      *
431478   05        SYSIN-RAMO-INI      PIC  9(004)      VALUE ZEROS.
431478   05        SYSIN-RAMO-FIM      PIC  9(004)      VALUE ZEROS.
431515   05        SYSIN-IND-SIMUL     PIC  X(001)      VALUE SPACES.
431667   05        SYSIN-VERSAO-LAYOUT PIC  9(001)      VALUE ZEROS.
431667   05        FILLER              PIC  X(007)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *                     CHAVES DE CONTROLE DE LEITURA              *
431627                CKP_TOT_CONTABIL   =  0,
431642                CKP_QT_PREMCRT     =  0,
431659                CKP_QT_PREMBDR     =  0,
431659                CKP_TOT_BORDERO    =  0,
431667                CKP_QT_PREMIT2     =  0,
431667                CKP_TOT_EMITIDO2   =  0,
431667                CKP_QT_PREMCED2    =  0,
431667                CKP_TOT_CEDIDO2    =  0
               WHERE  CODUSU             =  :WHOST-M-CODUSU
                 AND  DATA_SOLICITACAO   =  :WHOST-M-DATASOL
                 AND  IDSISTEM           =  :WHOST-M-IDSISTEM
431515                 'SYSIN - INFORME S OU BRANCO'
431515         GO   TO  R9999-00-ROT-ERRO.
      *
431667*--* VERSAO DE LEIAUTE: BRANCO OU 0/1 = SO O LEIAUTE DA CIRCULAR
431667*--* SUSEP 360; 2 = GERA TAMBEM O PREMIT2/PREMCED2 NO NOVO
431667*--* LEIAUTE, PARA O PERIODO DE TRANSICAO
      *
431667     IF  SYSIN-VERSAO-LAYOUT  NOT  NUMERIC
431667         MOVE   ZEROS     TO    SYSIN-VERSAO-LAYOUT.
      *
431667     IF  SYSIN-VERSAO-LAYOUT  GREATER  2
431667         DISPLAY 'R0800 - VERSAO_LAYOUT INVALIDA NO CARTAO '
431667                 'SYSIN - INFORME 0, 1, 2 OU BRANCO'
431667         GO   TO  R9999-00-ROT-ERRO.
      *
431402     MOVE      SYSIN-IND-TOLER     TO         WHOST-I-TOLER.
431402     MOVE      SYSIN-MAX-DESVIOS   TO         WHOST-I-MAXDSV.
431447     MOVE      SYSIN-IND-RETIF     TO         WHOST-I-RETIF.
431478     MOVE      SYSIN-RAMO-INI      TO         WHOST-I-RAMO-INI.
431478     MOVE      SYSIN-RAMO-FIM      TO         WHOST-I-RAMO-FIM.
431515     MOVE      SYSIN-IND-SIMUL     TO         WHOST-I-SIMUL.
431667     MOVE      SYSIN-VERSAO-LAYOUT TO         WHOST-I-VERSAO.
      *
431340     EXEC  SQL  INSERT
431340         INTO  SEGUROS.V0RELATORIOS
431642                CKP_QT_PREMCRT    ,
431659                CKP_QT_PREMBDR    ,
431659                CKP_TOT_BORDERO   ,
431667                CKP_QT_PREMIT2    ,
431667                CKP_TOT_EMITIDO2  ,
431667                CKP_QT_PREMCED2   ,
431667                CKP_TOT_CEDIDO2   ,
431402                IND_TOLERANCIA    ,
431402                QTD_MAX_DESVIOS   ,
431447                IND_RETIFICACAO   ,
431478                RAMO_SUSEP_INICIAL,
431478                RAMO_SUSEP_FINAL  ,
431515                IND_SIMULACAO     ,
431667                VERSAO_LAYOUT)
431340         VALUES
431340               (:WHOST-M-CODUSU   ,
431340                :WHOST-M-DATASOL  ,
431642                0                 ,
431659                0                 ,
431659                0                 ,
431667                0                 ,
431667                0                 ,
431667                0                 ,
431667                0                 ,
431402                :WHOST-I-TOLER    ,
431402                :WHOST-I-MAXDSV   ,
431447                :WHOST-I-RETIF    ,
431478                :WHOST-I-RAMO-INI ,
431478                :WHOST-I-RAMO-FIM ,
431515                :WHOST-I-SIMUL    ,
431667                :WHOST-I-VERSAO)
431340     END-EXEC.
      *
431340     EVALUATE  SQLCODE
