      *              MES DO PREMIO EMITIDO POR RAMO_SUSEP E            *
      *              TIPO_OPERACAO ANTES DA LIBERACAO DOS ARQUIVOS.    *
      * 16/09/2026 - MARCELO AUGUSTO PRESTES  TE43017  TAREFA - 431610 *
      *----------------------------------------------------------------*
      *  ALTERACAO - REGISTRAR O CODIGO DE RETORNO E OS CONTADORES DA  *
      *              CRITICA NA TABELA VERIFICACAO_PERIODO, PARA A     *
      *              LIBERACAO DO PERIODO (RG1874M) CONSULTAR O        *
      *              RESULTADO SEM DEPENDER DO SYSOUT.                 *
      * 25/11/2026 - MARCELO AUGUSTO PRESTES  TE43017  TAREFA - 431663 *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
       77          WHOST-QT-ANTER      PIC S9(009)      VALUE +0 COMP.
       77          WHOST-VLR-ANTER     PIC S9(013)V99   VALUE +0 COMP-3.
      *
431663*--* RESULTADO DA VERIFICACAO DO PERIODO (VERIFICACAO_PERIODO)
      *
431663 77          WHOST-V-ANO-REFER   PIC S9(004)      VALUE +0 COMP.
431663 77          WHOST-V-MES-REFER   PIC S9(004)      VALUE +0 COMP.
431663 77          WHOST-V-COD-RETN    PIC S9(004)      VALUE +0 COMP.
431663 77          WHOST-V-QT-CONFER   PIC S9(009)      VALUE +0 COMP.
431663 77          WHOST-V-QT-DIVERG   PIC S9(009)      VALUE +0 COMP.
      *
           EXEC  SQL   INCLUDE       SQLCA     END-EXEC.
      *
      *----------------------------------------------------------------*
           DISPLAY   'RG1872B - FINAL DE EXECUCAO  (' WS-DATA-CURR
                                          ' - '       WS-HORA-CURR ')'.
      *
431663     PERFORM       R0950-00-GRAVA-VERIFICACAO.
      *
           IF  CTL-HA-OUTLIER
               DISPLAY '*---   RG1872B  -  VARIACAO FORA DO LIMITE  '
                       '-  CONFERIR ANTES DE LIBERAR   ---*'
           EJECT
      *----------------------------------------------------------------*
      *
431663*--* REGISTRA O RESULTADO DESTA EXECUCAO NA VERIFICACAO_PERIODO,
431663*--* PARA A LIBERACAO DO PERIODO (RG1874M) EXIBIR O CODIGO DE
431663*--* RETORNO LADO A LADO COM A EXECUCAO DO RG1866B.
      *
431663 R0950-00-GRAVA-VERIFICACAO  SECTION.
431663*-------------------------------------
      *
431663     MOVE         '095'            TO               WNR-EXEC-SQL.
      *
431663     MOVE      WS-ANO-PERIODO      TO         WHOST-V-ANO-REFER.
431663     MOVE      WS-MES-PERIODO      TO         WHOST-V-MES-REFER.
431663     MOVE      AC-L-COMBINACOES    TO         WHOST-V-QT-CONFER.
431663     MOVE      AC-L-OUTLIERS       TO         WHOST-V-QT-DIVERG.
      *
431663     IF  CTL-HA-OUTLIER
431663         MOVE  4                    TO         WHOST-V-COD-RETN
431663     ELSE
431663         MOVE  ZEROS                TO         WHOST-V-COD-RETN.
      *
431663     EXEC SQL  INSERT
431663         INTO  SEGUROS.VERIFICACAO_PERIODO
431663               (ANO_REFERENCIA      ,
431663                MES_REFERENCIA      ,
431663                CODPROG             ,
431663                DATA_EXECUCAO       ,
431663                HORA_EXECUCAO       ,
431663                COD_RETORNO         ,
431663                QTD_CONFERIDA       ,
431663                QTD_DIVERGENTE)
431663        VALUES
431663               (:WHOST-V-ANO-REFER  ,
431663                :WHOST-V-MES-REFER  ,
431663                'RG1872B'           ,
431663                CURRENT DATE        ,
431663                CURRENT TIME        ,
431663                :WHOST-V-COD-RETN   ,
431663                :WHOST-V-QT-CONFER  ,
431663                :WHOST-V-QT-DIVERG)
431663     END-EXEC.
      *
431663     IF  SQLCODE  NOT  EQUAL  ZEROS
431663         DISPLAY 'R0950 - ERRO NO INSERT NA VERIFICACAO-PERIODO'
431663         GO   TO  R9999-00-ROT-ERRO.
      *
431663     EXEC  SQL   COMMIT   WORK    END-EXEC.
      *
431663 R0950-99-SAIDA.
431663     EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R9999-00-ROT-ERRO         SECTION.
      *----------------------------------
      *
