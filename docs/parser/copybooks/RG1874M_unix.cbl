       IDENTIFICATION               DIVISION.
      *--------------------------------------
      *
       PROGRAM-ID.                  RG1874M.
      *
      *----------------------------------------------------------------*
      *   SISTEMA ................  REGISTROS GERAIS                   *
      *   PROGRAMA ...............  RG1874M                            *
      *----------------------------------------------------------------*
      *   ANALISTA ...............  GILSON                             *
      *   PROGRAMADOR ............  MARCELO AUGUSTO PRESTES  TE43017   *
      *   DATA CODIFICACAO .......  25/11/2026                         *
      *----------------------------------------------------------------*
      *   FUNCAO: LIBERACAO COM DUPLA CONFERENCIA DOS PERIODOS         *
      *           GERADOS PELO RG1866B ANTES DA TRANSMISSAO A SUSEP.   *
      *           PARA CADA ANO/MES E COD-CIA CARREGADO NO HISTORICO   *
      *           (RG1867B) EXIBE, LADO A LADO, A ULTIMA EXECUCAO DA   *
      *           RELATORIO_EXECUCAO (SOLICITANTE, CODIGO DE RETORNO E *
      *           AS DUAS DIFERENCAS DE CONCILIACAO), O RESULTADO DA   *
      *           AUDITORIA POS-FECHAMENTO (RG1871B) E O DA CRITICA DE *
      *           PLAUSIBILIDADE (RG1872B), AMBOS REGISTRADOS NA       *
      *           VERIFICACAO_PERIODO, E A DECISAO DE LIBERACAO        *
      *           VIGENTE.                                             *
      *           O APROVADOR REGISTRA A DECISAO (APROVADO OU RETIDO)  *
      *           COM JUSTIFICATIVA NA LIBERACAO_PERIODO. O USUARIO DO *
      *           APROVADOR NAO PODE SER O CODUSU DE NENHUMA           *
      *           SOLICITACAO EXECUTADA PARA O PERIODO. CADA DECISAO E *
      *           UMA NOVA LINHA (A MAIS RECENTE E A VIGENTE), COM A   *
      *           FOTOGRAFIA DOS RESULTADOS QUE O APROVADOR VIU, O QUE *
      *           FORMA A TRILHA DE AUDITORIA DA LIBERACAO.            *
      *           A ACAO 'V' E O PASSO QUE PRECEDE A TRANSMISSAO: SO   *
      *           TERMINA COM RETURN-CODE ZERO QUANDO TODAS AS CIAS DO *
      *           PERIODO TEM DECISAO VIGENTE 'APROVADO' E A APROVACAO *
      *           COBRE A ULTIMA EXECUCAO DO RG1866B (UM REPROCESSA-   *
      *           MENTO POSTERIOR A APROVACAO EXIGE NOVA DECISAO);     *
      *           CASO CONTRARIO TERMINA COM RETURN-CODE 8, PARA O     *
      *           PASSO DE TRANSMISSAO NAO SER EXECUTADO.              *
      *                                                                *
      * --------------------------------- -----------------    ------- *
      * TABELA                            VIEW                 ACESSO  *
      * --------------------------------- -----------------    ------- *
      * PREMIT HISTORICO                  PREMIT_HISTORICO     INPUT   *
      * HISTORICO DE EXECUCAO             RELATORIO_EXECUCAO   INPUT   *
      * VERIFICACOES DO PERIODO           VERIFICACAO_PERIODO  INPUT   *
      * LIBERACAO DO PERIODO              LIBERACAO_PERIODO    I-O     *
      *----------------------------------------------------------------*
      *  ACAO (CARTAO SYSIN, COLUNA 1)                                 *
      *     'L' - LISTA OS PERIODOS/CIAS COM OS RESULTADOS E A         *
      *           DECISAO VIGENTE (ANO/MES ZERADOS = TODOS OS          *
      *           PERIODOS DO HISTORICO)                               *
      *     'A' - REGISTRA A APROVACAO DO PERIODO/CIA INFORMADO        *
      *     'R' - REGISTRA A RETENCAO DO PERIODO/CIA INFORMADO         *
      *     'V' - VERIFICA A LIBERACAO ANTES DA TRANSMISSAO (COD-CIA   *
      *           ZERADO = TODAS AS CIAS DO PERIODO)                   *
      *  CARTAO SYSIN                                                  *
      *     COL 01-01  ACAO                                            *
      *     COL 02-05  ANO DE REFERENCIA (AAAA)                        *
      *     COL 06-07  MES DE REFERENCIA (MM)                          *
      *     COL 08-12  COD-CIA                                         *
      *     COL 13-20  USUARIO DO APROVADOR (ACOES A/R)                *
      *     COL 21-80  JUSTIFICATIVA DA DECISAO (ACOES A/R)            *
      *----------------------------------------------------------------*
      *  ALTERACAO - PROGRAMA CRIADO PARA REGISTRAR A LIBERACAO COM    *
      *              DUPLA CONFERENCIA DOS PERIODOS GERADOS E BLOQUEAR *
      *              A TRANSMISSAO DE PERIODO SEM APROVACAO.           *
      * 25/11/2026 - MARCELO AUGUSTO PRESTES  TE43017  TAREFA - 431663 *
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
      *--* PERIODO/CIA INFORMADO NO CARTAO
      *
       77          WHOST-ANO-REFER     PIC S9(004)      VALUE +0 COMP.
       77          WHOST-MES-REFER     PIC S9(004)      VALUE +0 COMP.
       77          WHOST-COD-CIA       PIC S9(009)      VALUE +0 COMP.
       77          WHOST-QTDE          PIC S9(009)      VALUE +0 COMP.
      *
      *--* PERIODO/CIA DO HISTORICO (CURSOR CIAPER)
      *
       77          WHOST-C-ANO-REFER   PIC S9(004)      VALUE +0 COMP.
       77          WHOST-C-MES-REFER   PIC S9(004)      VALUE +0 COMP.
       77          WHOST-C-COD-CIA     PIC S9(009)      VALUE +0 COMP.
      *
      *--* ULTIMA EXECUCAO DO RG1866B (RELATORIO_EXECUCAO)
      *
       77          WHOST-E-CODUSU      PIC  X(008)      VALUE SPACES.
       77          WHOST-E-DATASOL     PIC  X(010)      VALUE SPACES.
       77          WHOST-E-DATA-FIM    PIC  X(010)      VALUE SPACES.
       77          WHOST-E-HORA-FIM    PIC  X(008)      VALUE SPACES.
       77          WHOST-E-COD-RETN    PIC S9(004)      VALUE +0 COMP.
       77          WHOST-E-TOT-DIFER   PIC S9(013)V99   VALUE +0 COMP-3.
       77          WHOST-E-TOT-LIQ-DF  PIC S9(013)V99   VALUE +0 COMP-3.
      *
      *--* ULTIMA VERIFICACAO DO PERIODO (VERIFICACAO_PERIODO)
      *
       77          WHOST-V-CODPROG     PIC  X(008)      VALUE SPACES.
       77          WHOST-V-DATA        PIC  X(010)      VALUE SPACES.
       77          WHOST-V-HORA        PIC  X(008)      VALUE SPACES.
       77          WHOST-V-COD-RETN    PIC S9(004)      VALUE +0 COMP.
       77          WHOST-V-QT-CONFER   PIC S9(009)      VALUE +0 COMP.
       77          WHOST-V-QT-DIVERG   PIC S9(009)      VALUE +0 COMP.
      *
      *--* DECISAO VIGENTE (LIBERACAO_PERIODO)
      *
       77          WHOST-D-DECISAO     PIC  X(001)      VALUE SPACES.
       77          WHOST-D-APROVADOR   PIC  X(008)      VALUE SPACES.
       77          WHOST-D-DATA        PIC  X(010)      VALUE SPACES.
       77          WHOST-D-HORA        PIC  X(008)      VALUE SPACES.
       77          WHOST-D-DATA-FIM    PIC  X(010)      VALUE SPACES.
       77          WHOST-D-HORA-FIM    PIC  X(008)      VALUE SPACES.
       77          WHOST-D-JUSTIF      PIC  X(060)      VALUE SPACES.
      *
      *--* NOVA DECISAO (R0550)
      *
       77          WHOST-I-DECISAO     PIC  X(001)      VALUE SPACES.
       77          WHOST-I-APROVADOR   PIC  X(008)      VALUE SPACES.
       77          WHOST-I-JUSTIF      PIC  X(060)      VALUE SPACES.
       77          WHOST-I-RC-AUDIT    PIC S9(004)      VALUE +0 COMP.
       77          WHOST-I-RC-PLAUS    PIC S9(004)      VALUE +0 COMP.
      *
           EXEC  SQL   INCLUDE       SQLCA     END-EXEC.
      *
      *----------------------------------------------------------------*
      *                LAYOUT DO CARTAO DE PARAMETROS (SYSIN)          *
      *----------------------------------------------------------------*
      *
       01          REGT-SYSIN.
      *
         05        SYSIN-ACAO          PIC  X(001)      VALUE SPACES.
         05        SYSIN-ANO-REFER     PIC  9(004)      VALUE ZEROS.
         05        SYSIN-MES-REFER     PIC  9(002)      VALUE ZEROS.
         05        SYSIN-COD-CIA       PIC  9(005)      VALUE ZEROS.
         05        SYSIN-APROVADOR     PIC  X(008)      VALUE SPACES.
         05        SYSIN-JUSTIFICATIVA PIC  X(060)      VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *                     CHAVES DE CONTROLE DE LEITURA              *
      *----------------------------------------------------------------*
      *
       01          AREA-DE-WORK.
      *
         05        SYSIN-STATUS        PIC  9(002)      VALUE ZEROS.
         05        WFIM-CIAPER         PIC  X(001)      VALUE SPACES.
      *
         05        WTEM-EXECUCAO       PIC  X(001)      VALUE SPACES.
         05        WTEM-VERIFICACAO    PIC  X(001)      VALUE SPACES.
         05        WTEM-DECISAO        PIC  X(001)      VALUE SPACES.
      *
      *--* RESULTADO DA AUDITORIA (RG1871B) E DA CRITICA (RG1872B);
      *--* CODIGO DE RETORNO -1 = VERIFICACAO NAO EXECUTADA
      *
         05        WAUD-TEM            PIC  X(001)      VALUE SPACES.
         05        WAUD-DATA           PIC  X(010)      VALUE SPACES.
         05        WAUD-COD-RETN       PIC S9(004)      VALUE +0 COMP.
         05        WAUD-QT-CONFER      PIC S9(009)      VALUE +0 COMP.
         05        WAUD-QT-DIVERG      PIC S9(009)      VALUE +0 COMP.
      *
         05        WPLA-TEM            PIC  X(001)      VALUE SPACES.
         05        WPLA-DATA           PIC  X(010)      VALUE SPACES.
         05        WPLA-COD-RETN       PIC S9(004)      VALUE +0 COMP.
         05        WPLA-QT-CONFER      PIC S9(009)      VALUE +0 COMP.
         05        WPLA-QT-DIVERG      PIC S9(009)      VALUE +0 COMP.
      *
         05        WS-SITUACAO-LIB     PIC  X(040)      VALUE SPACES.
      *
         05        AC-L-CIAS           PIC  9(009)      VALUE ZEROS.
         05        AC-L-LIBERADAS      PIC  9(009)      VALUE ZEROS.
         05        AC-L-BLOQUEADAS     PIC  9(009)      VALUE ZEROS.
      *
         05        CTL-SW-BLOQUEIO     PIC  X(001)      VALUE 'N'.
           88      CTL-HA-BLOQUEIO                      VALUE 'S'.
      *
      *--* CAMPOS EDITADOS PARA O DISPLAY
      *
         05        WED-MES             PIC  9(002)      VALUE ZEROS.
         05        WED-ANO             PIC  9(004)      VALUE ZEROS.
         05        WED-CIA             PIC  9(005)      VALUE ZEROS.
         05        WED-RETN            PIC  -ZZ9        VALUE ZEROS.
         05        WED-QTDE-1          PIC  ZZZZZZZZ9   VALUE ZEROS.
         05        WED-QTDE-2          PIC  ZZZZZZZZ9   VALUE ZEROS.
         05        WED-VALOR-1         PIC  -(012)9.99  VALUE ZEROS.
         05        WED-VALOR-2         PIC  -(012)9.99  VALUE ZEROS.
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
               ' RG1874M  '.
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
           DISPLAY      'RG1874M - INICIO DE EXECUCAO (' WS-DATA-CURR
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
           EVALUATE   SYSIN-ACAO
               WHEN   'L'
                      PERFORM   R0200-00-LISTAR-PERIODOS
               WHEN   'A'
                      PERFORM   R0500-00-REGISTRA-DECISAO
               WHEN   'R'
                      PERFORM   R0500-00-REGISTRA-DECISAO
               WHEN   'V'
                      PERFORM   R0600-00-VERIFICA-LIBERACAO
               WHEN   OTHER
                      DISPLAY  'R0000 - ACAO INVALIDA NO CARTAO SYSIN'
                      DISPLAY  'ACAO RECEBIDA - '  SYSIN-ACAO
                      DISPLAY  'ACOES VALIDAS  - L / A / R / V'
                      GO   TO  R9999-00-ROT-ERRO
           END-EVALUATE.
      *
           CLOSE         SYSIN-CARTAO.
      *
           MOVE      '00:00:00'          TO         WS-HORA-CURR.
      *
           ACCEPT     WS-HORA-ACCEPT     FROM       TIME.
           MOVE       WS-HOR-ACCEPT      TO         WS-HOR-CURR.
           MOVE       WS-MIN-ACCEPT      TO         WS-MIN-CURR.
           MOVE       WS-SEG-ACCEPT      TO         WS-SEG-CURR.
      *
           DISPLAY   'RG1874M - FINAL DE EXECUCAO  (' WS-DATA-CURR
                                          ' - '       WS-HORA-CURR ')'.
      *
           IF  CTL-HA-BLOQUEIO
               DISPLAY '*---   RG1874M  -  PERIODO NAO LIBERADO  -  '
                       'TRANSMISSAO BLOQUEADA   ---*'
               MOVE   8           TO     RETURN-CODE
           ELSE
               DISPLAY '*---   RG1874M  -  FIM  NORMAL   ---*'
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
      *--* OS CAMPOS NUMERICOS DEIXADOS EM BRANCO VALEM ZEROS
      *
           IF  SYSIN-ANO-REFER  NOT  NUMERIC
               MOVE   ZEROS     TO    SYSIN-ANO-REFER.
      *
           IF  SYSIN-MES-REFER  NOT  NUMERIC
               MOVE   ZEROS     TO    SYSIN-MES-REFER.
      *
           IF  SYSIN-COD-CIA    NOT  NUMERIC
               MOVE   ZEROS     TO    SYSIN-COD-CIA.
      *
      *--* A LISTAGEM ACEITA PERIODO ZERADO (TODOS); AS DEMAIS ACOES
      *--* EXIGEM ANO/MES VALIDO
      *
           IF  SYSIN-ACAO  EQUAL  'L'  AND
               SYSIN-ANO-REFER  EQUAL  ZEROS  AND
               SYSIN-MES-REFER  EQUAL  ZEROS
               NEXT  SENTENCE
           ELSE
               IF  SYSIN-ANO-REFER  EQUAL    ZEROS  OR
                   SYSIN-MES-REFER  EQUAL    ZEROS  OR
                   SYSIN-MES-REFER  GREATER  12
                   DISPLAY  'R0100 - ANO/MES DE REFERENCIA INVALIDO '
                            'NO CARTAO SYSIN (COL 02-07 AAAAMM)'
                   GO   TO   R9999-00-ROT-ERRO.
      *
           MOVE      SYSIN-ANO-REFER     TO         WHOST-ANO-REFER.
           MOVE      SYSIN-MES-REFER     TO         WHOST-MES-REFER.
           MOVE      SYSIN-COD-CIA       TO         WHOST-COD-CIA.
      *
       R0100-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* PERIODOS/CIAS CARREGADOS NO HISTORICO. O COD-CIA VEM DO
      *--* DETALHE GRAVADO (POSICAO 11 DO REGISTRO PREMIT), COMO NO
      *--* RG1874B. SERVE A LISTAGEM ('L') E A VERIFICACAO ('V').
      *
       R0200-00-LISTAR-PERIODOS    SECTION.
      *-------------------------------------
      *
           MOVE         '020'            TO               WNR-EXEC-SQL.
      *
           DISPLAY   '*---   RG1874M  -  LIBERACAO DOS PERIODOS  ---*'.
      *
           PERFORM   R0210-00-ABRE-CIAPER.
      *
           PERFORM   R0220-00-FETCH-CIAPER  UNTIL
                     WFIM-CIAPER  NOT  EQUAL  SPACES.
      *
           DISPLAY   'TOTAL DE PERIODOS/CIAS LISTADOS - '  AC-L-CIAS.
      *
       R0200-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0210-00-ABRE-CIAPER        SECTION.
      *-------------------------------------
      *
           MOVE         '021'            TO               WNR-EXEC-SQL.
      *
           EXEC  SQL  DECLARE   CIAPER   CURSOR   FOR
              SELECT  ANO_REFERENCIA,
                      MES_REFERENCIA,
                      INTEGER(SUBSTR(REGISTRO_PREMIT,11,5))
                FROM  SEGUROS.PREMIT_HISTORICO
               WHERE (:WHOST-ANO-REFER     =  0
                  OR (ANO_REFERENCIA       =  :WHOST-ANO-REFER
                 AND  MES_REFERENCIA       =  :WHOST-MES-REFER))
                 AND (:WHOST-COD-CIA       =  0
                  OR  INTEGER(SUBSTR(REGISTRO_PREMIT,11,5))
                                           =  :WHOST-COD-CIA)
               GROUP  BY  ANO_REFERENCIA,
                          MES_REFERENCIA,
                          INTEGER(SUBSTR(REGISTRO_PREMIT,11,5))
               ORDER  BY  1  DESC,  2  DESC,  3
                WITH  UR
           END-EXEC.
      *
           EXEC  SQL   OPEN   CIAPER       END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               DISPLAY 'R0210 - ERRO NO OPEN DO CURSOR CIAPER'
               GO   TO  R9999-00-ROT-ERRO.
      *
           MOVE      SPACES              TO         WFIM-CIAPER.
      *
       R0210-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0220-00-FETCH-CIAPER       SECTION.
      *-------------------------------------
      *
           MOVE         '022'            TO               WNR-EXEC-SQL.
      *
           EXEC  SQL     FETCH           CIAPER
                 INTO   :WHOST-C-ANO-REFER,
                        :WHOST-C-MES-REFER,
                        :WHOST-C-COD-CIA
           END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               IF  SQLCODE       EQUAL  100
                   MOVE     'S'  TO     WFIM-CIAPER
                   EXEC     SQL  CLOSE      CIAPER    END-EXEC
                   GO       TO   R0220-99-SAIDA
               ELSE
                   DISPLAY 'R0220 - ERRO DE FETCH NO CURSOR CIAPER'
                   GO   TO  R9999-00-ROT-ERRO
               END-IF.
      *
           ADD       1                   TO         AC-L-CIAS.
      *
           PERFORM   R0300-00-ULTIMA-EXECUCAO.
      *
           PERFORM   R0330-00-DECISAO-VIGENTE.
      *
           IF  SYSIN-ACAO  EQUAL  'V'
               PERFORM   R0620-00-AVALIA-LIBERACAO
           ELSE
               PERFORM   R0320-00-BUSCA-VERIFICACOES
               PERFORM   R0400-00-EXIBE-PERIODO.
      *
       R0220-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* ULTIMA EXECUCAO EFETIVA (NAO SIMULADA) DO RG1866B PARA O
      *--* PERIODO, GRAVADA PELO R0350 DO RG1866B. COM A PARTICAO POR
      *--* RAMO_SUSEP HA UMA LINHA POR INSTANCIA; VALE A MAIS RECENTE.
      *
       R0300-00-ULTIMA-EXECUCAO    SECTION.
      *-------------------------------------
      *
           MOVE         '030'            TO               WNR-EXEC-SQL.
      *
           MOVE      SPACES              TO         WTEM-EXECUCAO.
      *
           EXEC  SQL
                 SELECT  CODUSU,
                         DATA_SOLICITACAO,
                         DATA_FIM,
                         HORA_FIM,
                         COD_RETORNO,
                         TOT_DIFERENCA,
                         TOT_LIQ_DIFERENCA
                   INTO :WHOST-E-CODUSU,
                        :WHOST-E-DATASOL,
                        :WHOST-E-DATA-FIM,
                        :WHOST-E-HORA-FIM,
                        :WHOST-E-COD-RETN,
                        :WHOST-E-TOT-DIFER,
                        :WHOST-E-TOT-LIQ-DF
                   FROM  SEGUROS.RELATORIO_EXECUCAO
                  WHERE  CODRELAT          =  'RG1866B'
                    AND  ANO_REFERENCIA    =  :WHOST-C-ANO-REFER
                    AND  MES_REFERENCIA    =  :WHOST-C-MES-REFER
                    AND  IND_SIMULACAO    <>  'S'
                  ORDER  BY  DATA_FIM  DESC,
                             HORA_FIM  DESC
                  FETCH  FIRST  1  ROW  ONLY
                   WITH  UR
           END-EXEC.
      *
           IF    SQLCODE  NOT  EQUAL  ZEROS
             IF  SQLCODE       EQUAL  100
                 MOVE     SPACES  TO  WHOST-E-CODUSU
                 MOVE     SPACES  TO  WHOST-E-DATASOL
                 MOVE     SPACES  TO  WHOST-E-DATA-FIM
                 MOVE     SPACES  TO  WHOST-E-HORA-FIM
                 MOVE     ZEROS   TO  WHOST-E-COD-RETN
                 MOVE     ZEROS   TO  WHOST-E-TOT-DIFER
                 MOVE     ZEROS   TO  WHOST-E-TOT-LIQ-DF
             ELSE
                 DISPLAY 'R0300 - ERRO NO SELECT DA RELATORIO-EXECUCAO'
                 DISPLAY 'PERIODO  - ' WHOST-C-MES-REFER '/'
                                       WHOST-C-ANO-REFER
                 GO   TO  R9999-00-ROT-ERRO
           ELSE
               MOVE     'S'     TO  WTEM-EXECUCAO.
      *
       R0300-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* ULTIMA VERIFICACAO DO PROGRAMA EM WHOST-V-CODPROG PARA O
      *--* PERIODO (GRAVADA PELO R0950 DO RG1871B/RG1872B).
      *
       R0310-00-ULTIMA-VERIFICACAO SECTION.
      *-------------------------------------
      *
           MOVE         '031'            TO               WNR-EXEC-SQL.
      *
           MOVE      SPACES              TO         WTEM-VERIFICACAO.
      *
           EXEC  SQL
                 SELECT  CHAR(DATA_EXECUCAO),
                         CHAR(HORA_EXECUCAO),
                         COD_RETORNO,
                         QTD_CONFERIDA,
                         QTD_DIVERGENTE
                   INTO :WHOST-V-DATA,
                        :WHOST-V-HORA,
                        :WHOST-V-COD-RETN,
                        :WHOST-V-QT-CONFER,
                        :WHOST-V-QT-DIVERG
                   FROM  SEGUROS.VERIFICACAO_PERIODO
                  WHERE  ANO_REFERENCIA    =  :WHOST-C-ANO-REFER
                    AND  MES_REFERENCIA    =  :WHOST-C-MES-REFER
                    AND  CODPROG           =  :WHOST-V-CODPROG
                  ORDER  BY  DATA_EXECUCAO  DESC,
                             HORA_EXECUCAO  DESC
                  FETCH  FIRST  1  ROW  ONLY
                   WITH  UR
           END-EXEC.
      *
           IF    SQLCODE  NOT  EQUAL  ZEROS
             IF  SQLCODE       EQUAL  100
                 MOVE     SPACES  TO  WHOST-V-DATA
                 MOVE     -1      TO  WHOST-V-COD-RETN
                 MOVE     ZEROS   TO  WHOST-V-QT-CONFER
                 MOVE     ZEROS   TO  WHOST-V-QT-DIVERG
             ELSE
                 DISPLAY 'R0310 - ERRO NO SELECT DA VERIFICACAO-PERIODO'
                 DISPLAY 'PROGRAMA - ' WHOST-V-CODPROG
                 GO   TO  R9999-00-ROT-ERRO
           ELSE
               MOVE     'S'     TO  WTEM-VERIFICACAO.
      *
       R0310-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0320-00-BUSCA-VERIFICACOES SECTION.
      *-------------------------------------
      *
           MOVE      'RG1871B'           TO         WHOST-V-CODPROG.
           PERFORM   R0310-00-ULTIMA-VERIFICACAO.
      *
           MOVE      WTEM-VERIFICACAO    TO         WAUD-TEM.
           MOVE      WHOST-V-DATA        TO         WAUD-DATA.
           MOVE      WHOST-V-COD-RETN    TO         WAUD-COD-RETN.
           MOVE      WHOST-V-QT-CONFER   TO         WAUD-QT-CONFER.
           MOVE      WHOST-V-QT-DIVERG   TO         WAUD-QT-DIVERG.
      *
           MOVE      'RG1872B'           TO         WHOST-V-CODPROG.
           PERFORM   R0310-00-ULTIMA-VERIFICACAO.
      *
           MOVE      WTEM-VERIFICACAO    TO         WPLA-TEM.
           MOVE      WHOST-V-DATA        TO         WPLA-DATA.
           MOVE      WHOST-V-COD-RETN    TO         WPLA-COD-RETN.
           MOVE      WHOST-V-QT-CONFER   TO         WPLA-QT-CONFER.
           MOVE      WHOST-V-QT-DIVERG   TO         WPLA-QT-DIVERG.
      *
       R0320-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* DECISAO VIGENTE DO PERIODO/CIA: A LINHA MAIS RECENTE DA
      *--* LIBERACAO_PERIODO (AS ANTERIORES FICAM COMO TRILHA).
      *
       R0330-00-DECISAO-VIGENTE    SECTION.
      *-------------------------------------
      *
           MOVE         '033'            TO               WNR-EXEC-SQL.
      *
           MOVE      SPACES              TO         WTEM-DECISAO.
      *
           EXEC  SQL
                 SELECT  IND_DECISAO,
                         CODUSU_APROVADOR,
                         CHAR(DATA_DECISAO),
                         CHAR(HORA_DECISAO),
                         DATA_FIM_EXECUCAO,
                         HORA_FIM_EXECUCAO,
                         JUSTIFICATIVA
                   INTO :WHOST-D-DECISAO,
                        :WHOST-D-APROVADOR,
                        :WHOST-D-DATA,
                        :WHOST-D-HORA,
                        :WHOST-D-DATA-FIM,
                        :WHOST-D-HORA-FIM,
                        :WHOST-D-JUSTIF
                   FROM  SEGUROS.LIBERACAO_PERIODO
                  WHERE  ANO_REFERENCIA    =  :WHOST-C-ANO-REFER
                    AND  MES_REFERENCIA    =  :WHOST-C-MES-REFER
                    AND  COD_CIA           =  :WHOST-C-COD-CIA
                  ORDER  BY  DATA_DECISAO  DESC,
                             HORA_DECISAO  DESC
                  FETCH  FIRST  1  ROW  ONLY
                   WITH  UR
           END-EXEC.
      *
           IF    SQLCODE  NOT  EQUAL  ZEROS
             IF  SQLCODE       EQUAL  100
                 MOVE     SPACES  TO  WHOST-D-DECISAO
                 MOVE     SPACES  TO  WHOST-D-APROVADOR
                 MOVE     SPACES  TO  WHOST-D-DATA
                 MOVE     SPACES  TO  WHOST-D-HORA
                 MOVE     SPACES  TO  WHOST-D-DATA-FIM
                 MOVE     SPACES  TO  WHOST-D-HORA-FIM
                 MOVE     SPACES  TO  WHOST-D-JUSTIF
             ELSE
                 DISPLAY 'R0330 - ERRO NO SELECT DA LIBERACAO-PERIODO'
                 DISPLAY 'CIA      - ' WHOST-C-COD-CIA
                 GO   TO  R9999-00-ROT-ERRO
           ELSE
               MOVE     'S'     TO  WTEM-DECISAO.
      *
       R0330-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0400-00-EXIBE-PERIODO      SECTION.
      *-------------------------------------
      *
           MOVE      WHOST-C-MES-REFER   TO         WED-MES.
           MOVE      WHOST-C-ANO-REFER   TO         WED-ANO.
           MOVE      WHOST-C-COD-CIA     TO         WED-CIA.
      *
           DISPLAY   'PERIODO  - '  WED-MES  '/'  WED-ANO
                     '   CIA - '    WED-CIA.
      *
           IF  WTEM-EXECUCAO  EQUAL  'S'
               MOVE   WHOST-E-COD-RETN   TO         WED-RETN
               DISPLAY 'EXECUCAO - SOLICITANTE '  WHOST-E-CODUSU
                       ' DT SOLIC '  WHOST-E-DATASOL
                       ' FIM '  WHOST-E-DATA-FIM  ' '  WHOST-E-HORA-FIM
                       ' RC '  WED-RETN
               MOVE   WHOST-E-TOT-DIFER  TO         WED-VALOR-1
               MOVE   WHOST-E-TOT-LIQ-DF TO         WED-VALOR-2
               DISPLAY 'CONCILIA - DIF CONCIL '  WED-VALOR-1
                       '  DIF LIQUID '  WED-VALOR-2
           ELSE
               DISPLAY 'EXECUCAO - SEM EXECUCAO REGISTRADA NA '
                       'RELATORIO_EXECUCAO'.
      *
           IF  WAUD-TEM  EQUAL  'S'
               MOVE   WAUD-COD-RETN      TO         WED-RETN
               MOVE   WAUD-QT-CONFER     TO         WED-QTDE-1
               MOVE   WAUD-QT-DIVERG     TO         WED-QTDE-2
               DISPLAY 'AUDITORIA RG1871B - RC '  WED-RETN
                       ' RAMOS '  WED-QTDE-1
                       ' DIVERGENTES '  WED-QTDE-2
                       ' EM '  WAUD-DATA
           ELSE
               DISPLAY 'AUDITORIA RG1871B - NAO EXECUTADA'.
      *
           IF  WPLA-TEM  EQUAL  'S'
               MOVE   WPLA-COD-RETN      TO         WED-RETN
               MOVE   WPLA-QT-CONFER     TO         WED-QTDE-1
               MOVE   WPLA-QT-DIVERG     TO         WED-QTDE-2
               DISPLAY 'PLAUSIBIL RG1872B - RC '  WED-RETN
                       ' COMBIN '  WED-QTDE-1
                       ' FORA LIMITE '  WED-QTDE-2
                       ' EM '  WPLA-DATA
           ELSE
               DISPLAY 'PLAUSIBIL RG1872B - NAO EXECUTADA'.
      *
           IF  WTEM-DECISAO  NOT  EQUAL  'S'
               DISPLAY 'DECISAO  - PENDENTE (SEM REGISTRO DE '
                       'LIBERACAO)'
           ELSE
               IF  WHOST-D-DECISAO  EQUAL  'A'
                   DISPLAY 'DECISAO  - APROVADO POR '
                           WHOST-D-APROVADOR
                           ' EM '  WHOST-D-DATA  ' '  WHOST-D-HORA
               ELSE
                   DISPLAY 'DECISAO  - RETIDO POR '
                           WHOST-D-APROVADOR
                           ' EM '  WHOST-D-DATA  ' '  WHOST-D-HORA
               END-IF
               DISPLAY 'JUSTIF   - '  WHOST-D-JUSTIF
               IF  WHOST-D-DECISAO   EQUAL  'A'  AND
                  (WHOST-D-DATA-FIM  NOT  EQUAL  WHOST-E-DATA-FIM  OR
                   WHOST-D-HORA-FIM  NOT  EQUAL  WHOST-E-HORA-FIM)
                   DISPLAY 'DECISAO  - APROVACAO ANTERIOR A ULTIMA '
                           'EXECUCAO - NOVA DECISAO NECESSARIA'
               END-IF
           END-IF.
      *
           DISPLAY '-----------------------------------------'.
      *
       R0400-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* ACOES 'A' (APROVAR) E 'R' (RETER): VALIDA O CARTAO, A
      *--* EXISTENCIA DO PERIODO/CIA NO HISTORICO E A SEGREGACAO DE
      *--* FUNCAO, E GRAVA A DECISAO COM A FOTOGRAFIA DOS RESULTADOS.
      *
       R0500-00-REGISTRA-DECISAO   SECTION.
      *-------------------------------------
      *
           MOVE         '050'            TO               WNR-EXEC-SQL.
      *
           IF  SYSIN-COD-CIA        EQUAL  ZEROS   OR
               SYSIN-APROVADOR      EQUAL  SPACES  OR
               SYSIN-JUSTIFICATIVA  EQUAL  SPACES
               DISPLAY 'R0500 - PARA A ACAO A/R INFORME COD-CIA, '
                       'USUARIO DO APROVADOR E JUSTIFICATIVA'
               GO   TO  R9999-00-ROT-ERRO.
      *
           MOVE      WHOST-ANO-REFER     TO         WHOST-C-ANO-REFER.
           MOVE      WHOST-MES-REFER     TO         WHOST-C-MES-REFER.
           MOVE      WHOST-COD-CIA       TO         WHOST-C-COD-CIA.
           MOVE      SYSIN-APROVADOR     TO         WHOST-I-APROVADOR.
      *
           PERFORM   R0510-00-VALIDA-CIA.
      *
           PERFORM   R0520-00-VALIDA-APROVADOR.
      *
           PERFORM   R0300-00-ULTIMA-EXECUCAO.
      *
           PERFORM   R0320-00-BUSCA-VERIFICACOES.
      *
      *--* APROVACAO EXIGE A EXECUCAO E A CRITICA DE PLAUSIBILIDADE
      *--* REGISTRADAS; A AUDITORIA POS-FECHAMENTO E EXIBIDA QUANDO
      *--* EXISTIR (SO RODA DEPOIS DA CARGA DO HISTORICO)
      *
           IF  SYSIN-ACAO  EQUAL  'A'
               IF  WTEM-EXECUCAO  NOT  EQUAL  'S'
                   DISPLAY 'R0500 - PERIODO SEM EXECUCAO EFETIVA '
                           'REGISTRADA NA RELATORIO_EXECUCAO'
                   GO   TO  R9999-00-ROT-ERRO
               END-IF
               IF  WPLA-TEM  NOT  EQUAL  'S'
                   DISPLAY 'R0500 - CRITICA DE PLAUSIBILIDADE '
                           '(RG1872B) NAO EXECUTADA PARA O PERIODO'
                   GO   TO  R9999-00-ROT-ERRO
               END-IF
           END-IF.
      *
           PERFORM   R0400-00-EXIBE-PERIODO.
      *
           PERFORM   R0550-00-INSERT-DECISAO.
      *
       R0500-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0510-00-VALIDA-CIA         SECTION.
      *-------------------------------------
      *
           MOVE         '051'            TO               WNR-EXEC-SQL.
      *
           EXEC  SQL
                 SELECT  COUNT(*)
                   INTO :WHOST-QTDE
                   FROM  SEGUROS.PREMIT_HISTORICO
                  WHERE  ANO_REFERENCIA    =  :WHOST-C-ANO-REFER
                    AND  MES_REFERENCIA    =  :WHOST-C-MES-REFER
                    AND  INTEGER(SUBSTR(REGISTRO_PREMIT,11,5))
                                           =  :WHOST-C-COD-CIA
                   WITH  UR
           END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               DISPLAY 'R0510 - ERRO NO SELECT DA PREMIT-HISTORICO'
               GO   TO  R9999-00-ROT-ERRO.
      *
           IF  WHOST-QTDE  EQUAL  ZEROS
               DISPLAY 'R0510 - PERIODO/CIA NAO CARREGADO NO '
                       'HISTORICO - CONFIRA O CARTAO SYSIN'
               GO   TO  R9999-00-ROT-ERRO.
      *
       R0510-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* SEGREGACAO DE FUNCAO: QUEM SOLICITOU QUALQUER EXECUCAO DO
      *--* PERIODO (CODUSU DA RELATORIO_EXECUCAO) NAO PODE DECIDIR
      *--* SOBRE A LIBERACAO DELE.
      *
       R0520-00-VALIDA-APROVADOR   SECTION.
      *-------------------------------------
      *
           MOVE         '052'            TO               WNR-EXEC-SQL.
      *
           EXEC  SQL
                 SELECT  COUNT(*)
                   INTO :WHOST-QTDE
                   FROM  SEGUROS.RELATORIO_EXECUCAO
                  WHERE  CODRELAT          =  'RG1866B'
                    AND  ANO_REFERENCIA    =  :WHOST-C-ANO-REFER
                    AND  MES_REFERENCIA    =  :WHOST-C-MES-REFER
                    AND  CODUSU            =  :WHOST-I-APROVADOR
                   WITH  UR
           END-EXEC.
      *
           IF  SQLCODE  NOT  EQUAL  ZEROS
               DISPLAY 'R0520 - ERRO NO SELECT DA RELATORIO-EXECUCAO'
               GO   TO  R9999-00-ROT-ERRO.
      *
           IF  WHOST-QTDE  GREATER  ZEROS
               DISPLAY 'R0520 - O APROVADOR '  SYSIN-APROVADOR
                       ' SOLICITOU EXECUCAO DESTE PERIODO - A '
               DISPLAY '        DECISAO TEM QUE SER REGISTRADA POR '
                       'OUTRO USUARIO'
               GO   TO  R9999-00-ROT-ERRO.
      *
       R0520-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0550-00-INSERT-DECISAO     SECTION.
      *-------------------------------------
      *
           MOVE         '055'            TO               WNR-EXEC-SQL.
      *
           MOVE      SYSIN-ACAO          TO         WHOST-I-DECISAO.
           MOVE      SYSIN-JUSTIFICATIVA TO         WHOST-I-JUSTIF.
           MOVE      WAUD-COD-RETN       TO         WHOST-I-RC-AUDIT.
           MOVE      WPLA-COD-RETN       TO         WHOST-I-RC-PLAUS.
      *
           EXEC SQL  INSERT
               INTO  SEGUROS.LIBERACAO_PERIODO
                     (ANO_REFERENCIA     ,
                      MES_REFERENCIA     ,
                      COD_CIA            ,
                      DATA_DECISAO       ,
                      HORA_DECISAO       ,
                      IND_DECISAO        ,
                      CODUSU_APROVADOR   ,
                      CODUSU_SOLICITANTE ,
                      DATA_SOLICITACAO   ,
                      DATA_FIM_EXECUCAO  ,
                      HORA_FIM_EXECUCAO  ,
                      COD_RETORNO_EXEC   ,
                      TOT_DIFERENCA      ,
                      TOT_LIQ_DIFERENCA  ,
                      COD_RETORNO_AUDIT  ,
                      COD_RETORNO_PLAUS  ,
                      JUSTIFICATIVA)
              VALUES
                     (:WHOST-C-ANO-REFER ,
                      :WHOST-C-MES-REFER ,
                      :WHOST-C-COD-CIA   ,
                      CURRENT DATE       ,
                      CURRENT TIME       ,
                      :WHOST-I-DECISAO   ,
                      :WHOST-I-APROVADOR ,
                      :WHOST-E-CODUSU    ,
                      :WHOST-E-DATASOL   ,
                      :WHOST-E-DATA-FIM  ,
                      :WHOST-E-HORA-FIM  ,
                      :WHOST-E-COD-RETN  ,
                      :WHOST-E-TOT-DIFER ,
                      :WHOST-E-TOT-LIQ-DF,
                      :WHOST-I-RC-AUDIT  ,
                      :WHOST-I-RC-PLAUS  ,
                      :WHOST-I-JUSTIF)
           END-EXEC.
      *
           EVALUATE  SQLCODE
               WHEN  ZEROS
                     EXEC  SQL  COMMIT  WORK  END-EXEC
                     IF  SYSIN-ACAO  EQUAL  'A'
                         DISPLAY 'R0550 - PERIODO/CIA APROVADO POR '
                                 SYSIN-APROVADOR
                     ELSE
                         DISPLAY 'R0550 - PERIODO/CIA RETIDO POR '
                                 SYSIN-APROVADOR
                     END-IF
               WHEN  -803
                     DISPLAY 'R0550 - JA EXISTE DECISAO REGISTRADA '
                             'NESTE INSTANTE - REPITA A ACAO'
                     GO   TO  R9999-00-ROT-ERRO
               WHEN  OTHER
                     DISPLAY 'R0550 - ERRO NO INSERT NA '
                             'LIBERACAO-PERIODO'
                     GO   TO  R9999-00-ROT-ERRO
           END-EVALUATE.
      *
       R0550-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
      *--* ACAO 'V': PASSO ANTERIOR A TRANSMISSAO. PERIODO SEM CIA NO
      *--* HISTORICO TAMBEM BLOQUEIA (NADA A LIBERAR).
      *
       R0600-00-VERIFICA-LIBERACAO SECTION.
      *-------------------------------------
      *
           MOVE         '060'            TO               WNR-EXEC-SQL.
      *
           DISPLAY   '*---   RG1874M  -  VERIFICA LIBERACAO  ---*'.
      *
           PERFORM   R0210-00-ABRE-CIAPER.
      *
           PERFORM   R0220-00-FETCH-CIAPER  UNTIL
                     WFIM-CIAPER  NOT  EQUAL  SPACES.
      *
           IF  AC-L-CIAS  EQUAL  ZEROS
               DISPLAY 'R0600 - PERIODO/CIA NAO CARREGADO NO '
                       'HISTORICO - NADA A LIBERAR'
               MOVE   'S'                TO         CTL-SW-BLOQUEIO.
      *
           DISPLAY   'CIAS VERIFICADAS       - '  AC-L-CIAS.
           DISPLAY   'CIAS LIBERADAS         - '  AC-L-LIBERADAS.
           DISPLAY   'CIAS BLOQUEADAS        - '  AC-L-BLOQUEADAS.
      *
       R0600-99-SAIDA.
           EXIT.
      *
      *----------------------------------------------------------------*
           EJECT
      *----------------------------------------------------------------*
      *
       R0620-00-AVALIA-LIBERACAO   SECTION.
      *-------------------------------------
      *
           EVALUATE  TRUE
               WHEN  WTEM-EXECUCAO     NOT  EQUAL  'S'
                     MOVE  'SEM EXECUCAO REGISTRADA'
                                         TO         WS-SITUACAO-LIB
               WHEN  WTEM-DECISAO      NOT  EQUAL  'S'
                     MOVE  'SEM DECISAO DE LIBERACAO'
                                         TO         WS-SITUACAO-LIB
               WHEN  WHOST-D-DECISAO   NOT  EQUAL  'A'
                     MOVE  'RETIDO'      TO         WS-SITUACAO-LIB
               WHEN  WHOST-D-DATA-FIM  NOT  EQUAL  WHOST-E-DATA-FIM
               WHEN  WHOST-D-HORA-FIM  NOT  EQUAL  WHOST-E-HORA-FIM
                     MOVE  'APROVACAO NAO COBRE A ULTIMA EXECUCAO'
                                         TO         WS-SITUACAO-LIB
               WHEN  OTHER
                     MOVE  SPACES        TO         WS-SITUACAO-LIB
           END-EVALUATE.
      *
           MOVE      WHOST-C-MES-REFER   TO         WED-MES.
           MOVE      WHOST-C-ANO-REFER   TO         WED-ANO.
           MOVE      WHOST-C-COD-CIA     TO         WED-CIA.
      *
           IF  WS-SITUACAO-LIB  EQUAL  SPACES
               ADD    1                  TO         AC-L-LIBERADAS
               DISPLAY 'PERIODO  - '  WED-MES  '/'  WED-ANO
                       '   CIA - '    WED-CIA
                       '   LIBERADO POR '  WHOST-D-APROVADOR
                       ' EM '  WHOST-D-DATA
           ELSE
               ADD    1                  TO         AC-L-BLOQUEADAS
               MOVE   'S'                TO         CTL-SW-BLOQUEIO
               DISPLAY 'PERIODO  - '  WED-MES  '/'  WED-ANO
                       '   CIA - '    WED-CIA
                       '   BLOQUEADO - '  WS-SITUACAO-LIB.
      *
       R0620-99-SAIDA.
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
      *----RG1874M-----------------------------------------------------*
      *
