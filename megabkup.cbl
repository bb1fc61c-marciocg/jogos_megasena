      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
       PROGRAM-ID. MEGABKUP.
      *
      *AUTHOR.  MÁRCIO CONCEIÇÃO GOULART
      *REMARKS. Copia de seguranca em geracoes dos arquivos mestres
      *         regravados pela cadeia (MEGAHISTM, MEGAHISTG, MEGAAPOSM,
      *         MEGABOLAO) e do livro-razao MEGALEDGER, executada antes
      *         dos passos que os atualizam.  Cada execucao acrescenta
      *         uma geracao de cada mestre ao arquivo de geracoes
      *         MEGAGERD (layout MEGAGERREG) e ao catalogo MEGAGERC
      *         (layout MEGAGERCAT), com a data, a quantidade de
      *         registros e o hash de controle do conteudo, e expurga
      *         as geracoes mais antigas alem das GERACOES guardadas
      *         por mestre (cartao opcional MEGABKUPC, padrao 7, que
      *         tambem pode restringir a copia a um so' mestre).
      *         MEGAGERD e' regravado via o arquivo de trabalho
      *         GERTEMP e o catalogo so' e' regravado no fim, com tudo
      *         copiado.  Se a execucao cair antes da regravacao de
      *         MEGAGERD, MEGAGERD e o catalogo antigo continuam
      *         validos e a geracao incompleta e' descartada na
      *         execucao seguinte.  Se cair durante a regravacao de
      *         MEGAGERD, este pode estar truncado: GERTEMP tem o
      *         conteudo integral novo e deve ser copiado sobre
      *         MEGAGERD antes de reexecutar o MEGABKUP com o mesmo
      *         cartao (que torna a expurgar as mesmas geracoes do
      *         catalogo antigo e descarta a geracao nao catalogada).
      *         Mestre inexistente nao tem geracao expurgada.
      *         Emite em MEGABKUP-RPT o catalogo
      *         resultante.  A restauracao e' feita pelo MEGARSTR.
      *         Registra o passo em MEGARUN quando MEGARUNID esta
      *         definida.  RETURN-CODE = 4 quando um mestre nao existe
      *         (nada a copiar), 16 em erro de arquivo.
      *DATE-WRITTEN. 15/10/2026.
      *TECTONICS. cobc -x megabkup.cbl (GnuCOBOL)
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
      *
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
      *-----------------------------------------------------------------
           SELECT OPTIONAL MEGABKUPC ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-CARTAO.
      *
           SELECT OPTIONAL MEGAHISTM ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-MESTRE.
      *
           SELECT OPTIONAL MEGAHISTG ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-MESTRE.
      *
           SELECT OPTIONAL MEGAAPOSM ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-MESTRE.
      *
           SELECT OPTIONAL MEGABOLAO ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-MESTRE.
      *
           SELECT OPTIONAL MEGALEDGER ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-MESTRE.
      *
           SELECT OPTIONAL MEGAGERC ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-CATALOGO.
      *
           SELECT OPTIONAL MEGAGERD ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-GERACOES.
      *
           SELECT GERTEMP ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-TEMP.
      *
           SELECT MEGABKUP-RPT ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-RPT.
      *
           SELECT OPTIONAL MEGARUN ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-RUN.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  MEGABKUPC
           RECORDING F.
       COPY MEGABKUPC REPLACING ==:REG:== BY ==CARTAO-REGISTRO-FD==.
      *
       FD  MEGAHISTM
           RECORDING F.
       COPY MEGAHISTM REPLACING ==:REG:== BY ==HISTM-REGISTRO-FD==.
      *
       FD  MEGAHISTG
           RECORDING F.
       COPY MEGAHISTG REPLACING ==:REG:== BY ==HISTG-REGISTRO-FD==.
      *
       FD  MEGAAPOSM
           RECORDING F.
       COPY MEGAAPREG REPLACING ==:REG:== BY ==APOSTA-REGISTRO-FD==.
      *
       FD  MEGABOLAO
           RECORDING F.
       COPY MEGABOLREG REPLACING ==:REG:== BY ==BOLAO-REGISTRO-FD==.
      *
       FD  MEGALEDGER
           RECORDING F.
       COPY MEGALEDREG REPLACING ==:REG:== BY ==LEDGER-REGISTRO-FD==.
      *
       FD  MEGAGERC
           RECORDING F.
       COPY MEGAGERCAT REPLACING ==:REG:== BY ==CATALOGO-REGISTRO-FD==.
      *
       FD  MEGAGERD
           RECORDING F.
       COPY MEGAGERREG REPLACING ==:REG:== BY ==GERACAO-REGISTRO-FD==.
      *
      *    Arquivo de trabalho usado na regravacao de MEGAGERD (mesma
      *    tecnica do MEGAOPS na regravacao de MEGARUN).
       FD  GERTEMP
           RECORDING F.
       COPY MEGAGERREG REPLACING ==:REG:== BY ==TEMP-REGISTRO-FD==.
      *
       FD  MEGABKUP-RPT
           RECORDING F.
       01  RPT-REGISTRO-FD               PIC X(80).
      *
       FD  MEGARUN
           RECORDING F.
       COPY MEGARUNREG REPLACING ==:REG:== BY ==RUN-REGISTRO-FD==.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      *
       77  WS-FS-CARTAO                 PIC X(02)  VALUE SPACES.
       77  WS-FS-MESTRE                 PIC X(02)  VALUE SPACES.
       77  WS-FS-CATALOGO               PIC X(02)  VALUE SPACES.
       77  WS-FS-GERACOES               PIC X(02)  VALUE SPACES.
       77  WS-FS-TEMP                   PIC X(02)  VALUE SPACES.
       77  WS-FS-RPT                    PIC X(02)  VALUE SPACES.
      *
       77  WS-DATA-HOJE                 PIC 9(08)  VALUE 0.
       77  WS-HORA-AGORA                PIC 9(08)  VALUE 0.
      *
      *    Parametros do cartao MEGABKUPC.
       77  WS-GERACOES-MANTER           PIC 9(02)  VALUE 7.
       77  WS-ARQUIVO-PEDIDO            PIC X(10)  VALUE SPACES.
      *
      *    Mestres copiados e comprimento do registro de cada um (o
      *    hash cobre esse comprimento); ARQ-COPIAR marca os mestres
      *    desta execucao e ARQ-AUSENTE os que nao existiam.
       01  ARQUIVOS-VALORES.
           03  FILLER                   PIC X(15)
                                        VALUE 'MEGAHISTM 025NN'.
           03  FILLER                   PIC X(15)
                                        VALUE 'MEGAHISTG 047NN'.
           03  FILLER                   PIC X(15)
                                        VALUE 'MEGAAPOSM 045NN'.
           03  FILLER                   PIC X(15)
                                        VALUE 'MEGABOLAO 023NN'.
           03  FILLER                   PIC X(15)
                                        VALUE 'MEGALEDGER162NN'.
       01  ARQUIVOS-TAB REDEFINES ARQUIVOS-VALORES.
           03  ARQ-OCORR                OCCURS 5 TIMES.
               05  ARQ-NOME             PIC X(10).
               05  ARQ-LRECL            PIC 9(03).
               05  ARQ-COPIAR           PIC X(01).
               05  ARQ-AUSENTE          PIC X(01).
       01  ARQUIVOS-ULTIMA.
           03  ARQ-ULTIMA-GERACAO       PIC 9(05) OCCURS 5 TIMES.
      *
       77  IDX-ARQ                      PIC 9(02)  COMP VALUE 0.
       77  IDX-ACHADO                   PIC 9(03)  COMP VALUE 0.
      *
      *    Catalogo em memoria (ate 500 geracoes): as geracoes lidas de
      *    MEGAGERC, marcadas 'M' (mantida) ou 'X' (expurgada), e as
      *    copiadas nesta execucao, 'N' (nova).
       77  QTDE-CATALOGO                PIC 9(03)  COMP VALUE 0.
       01  CATALOGO-TABELA.
           03  CAT-OCORR                OCCURS 500 TIMES.
               05  CAT-ARQUIVO          PIC X(10).
               05  CAT-GERACAO          PIC 9(05).
               05  CAT-DATA             PIC 9(08).
               05  CAT-HORA             PIC 9(08).
               05  CAT-RUN-ID           PIC X(08).
               05  CAT-QTDE-REGISTROS   PIC 9(09).
               05  CAT-HASH             PIC 9(09).
               05  CAT-SITUACAO         PIC X(01).
       77  IDX-CAT                      PIC 9(03)  COMP VALUE 0.
      *
      *    Expurgo: geracoes existentes do mestre e quantas saem.
       77  QTDE-GERACOES-MESTRE         PIC 9(03)  COMP VALUE 0.
       77  QTDE-A-EXPURGAR              PIC 9(03)  COMP VALUE 0.
      *
      *    Copia das geracoes mantidas: chave da ultima geracao vista
      *    em MEGAGERD e a decisao tomada para ela (os registros de
      *    uma geracao sao contiguos).
       77  WS-CHAVE-ANTERIOR            PIC X(15)  VALUE SPACES.
       77  WS-CHAVE-LIDA                PIC X(15)  VALUE SPACES.
       77  SW-MANTER                    PIC X(01)  VALUE 'N'.
           88  GERACAO-MANTIDA                      VALUE 'S'.
      *
      *    Registro do mestre em copia e hash de controle.
       01  WS-DADOS-MESTRE              PIC X(200) VALUE SPACES.
       77  WS-LRECL                     PIC 9(03)  COMP VALUE 0.
       77  IDX-BYTE                     PIC 9(03)  COMP VALUE 0.
       77  WS-HASH                      PIC 9(09)  COMP VALUE 0.
       77  WS-HASH-PRODUTO              PIC 9(11)  COMP VALUE 0.
       77  WS-HASH-QUOCIENTE            PIC 9(11)  COMP VALUE 0.
       01  HASH-BYTE-AREA.
           03  FILLER                   PIC X(01)  VALUE LOW-VALUE.
           03  HASH-BYTE                PIC X(01)  VALUE LOW-VALUE.
       01  HASH-BYTE-N REDEFINES HASH-BYTE-AREA
                                        PIC 9(04)  COMP.
      *
       77  QTDE-REG-MESTRE              PIC 9(09)  COMP VALUE 0.
       77  QTDE-GERACOES-COPIADAS       PIC 9(05)  COMP VALUE 0.
       77  QTDE-REGISTROS-COPIADOS      PIC 9(12)  COMP VALUE 0.
       77  QTDE-GERACOES-EXPURGADAS     PIC 9(05)  COMP VALUE 0.
       77  QTDE-REGISTROS-MANTIDOS      PIC 9(12)  COMP VALUE 0.
       77  QTDE-REGISTROS-GUARDADOS     PIC 9(12)  COMP VALUE 0.
       77  SW-AUSENTE                   PIC X(01)  VALUE 'N'.
           88  HA-MESTRE-AUSENTE                    VALUE 'S'.
      *
      *    Campos de edicao do relatorio.
       77  WS-SITUACAO-EDT              PIC X(10)  VALUE SPACES.
       77  WS-HORA-EDT                  PIC 9(06)  VALUE 0.
       01  WS-LINHA-PONT                PIC 9(03)  VALUE 0.
      *
      *    Controle de execucao da cadeia (MEGARUN), ativo quando a
      *    variavel de ambiente MEGARUNID esta definida.
      *
       77  WS-FS-RUN                    PIC X(02)  VALUE SPACES.
       77  WS-RUN-ID                    PIC X(08)  VALUE SPACES.
       77  SW-RUNCTL                    PIC X(01)  VALUE 'N'.
           88  RUNCTL-ATIVO                         VALUE 'S'.
       77  WS-RUN-SITUACAO              PIC X(08)  VALUE SPACES.
       77  WS-RUN-CONTADOR              PIC 9(12)  VALUE 0.
       77  WS-RUN-DATA                  PIC 9(08)  VALUE 0.
       77  WS-RUN-HORA                  PIC 9(08)  VALUE 0.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           IF RETURN-CODE = 0
               PERFORM 2000-CARREGAR-CATALOGO THRU 2000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 3000-MARCAR-EXPURGO THRU 3000-EXIT
                   VARYING IDX-ARQ FROM 1 BY 1
                   UNTIL IDX-ARQ > 5
           END-IF
           IF RETURN-CODE = 0
               PERFORM 4000-GRAVAR-GERACOES THRU 4000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 5000-REGRAVAR-GERACOES THRU 5000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 6000-REGRAVAR-CATALOGO THRU 6000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 7000-EMITIR-RELATORIO THRU 7000-EXIT
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN
           .
       0000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    1000  INICIALIZACAO - CARTAO MEGABKUPC E SELECAO DOS
      *          MESTRES A COPIAR
      *-----------------------------------------------------------------
       1000-INICIALIZAR.
           MOVE ZERO TO RETURN-CODE
           PERFORM 8000-INICIAR-RUN-CONTROL THRU 8000-EXIT
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE ZEROS TO ARQUIVOS-ULTIMA
           OPEN INPUT MEGABKUPC
           IF WS-FS-CARTAO = '00'
               READ MEGABKUPC
                   AT END
                       MOVE '10' TO WS-FS-CARTAO
               END-READ
               IF WS-FS-CARTAO(1:1) = '0'
                   IF CARTAO-REGISTRO-FD-GERACOES IS NUMERIC
                      AND CARTAO-REGISTRO-FD-GERACOES > 0
                       MOVE CARTAO-REGISTRO-FD-GERACOES
                           TO WS-GERACOES-MANTER
                   END-IF
                   MOVE CARTAO-REGISTRO-FD-ARQUIVO
                       TO WS-ARQUIVO-PEDIDO
               END-IF
           END-IF
           CLOSE MEGABKUPC
           MOVE 0 TO IDX-ACHADO
           PERFORM 1010-SELECIONAR-ARQUIVO THRU 1010-EXIT
               VARYING IDX-ARQ FROM 1 BY 1
               UNTIL IDX-ARQ > 5
           IF WS-ARQUIVO-PEDIDO NOT = SPACES
              AND IDX-ACHADO = 0
               DISPLAY 'MEGABKUP: arquivo ' WS-ARQUIVO-PEDIDO
                        ' do cartao MEGABKUPC nao e'' mestre copiado '
                        '- copia nao feita'
               MOVE 16 TO RETURN-CODE
           END-IF
           .
       1000-EXIT.
           EXIT.
      *
       1010-SELECIONAR-ARQUIVO.
           IF WS-ARQUIVO-PEDIDO = SPACES
              OR WS-ARQUIVO-PEDIDO = ARQ-NOME(IDX-ARQ)
               MOVE 'S' TO ARQ-COPIAR(IDX-ARQ)
               MOVE IDX-ARQ TO IDX-ACHADO
           END-IF
           .
       1010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    2000  CARGA DO CATALOGO DE GERACOES (MEGAGERC)
      *-----------------------------------------------------------------
       2000-CARREGAR-CATALOGO.
           OPEN INPUT MEGAGERC
           IF WS-FS-CATALOGO NOT = '00'
              AND WS-FS-CATALOGO NOT = '05'
               DISPLAY 'MEGABKUP: nao foi possivel abrir MEGAGERC - '
                        'FILE STATUS ' WS-FS-CATALOGO
               CLOSE MEGAGERC
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2010-CARREGAR-UMA-GERACAO THRU 2010-EXIT
               UNTIL WS-FS-CATALOGO = '10'
                  OR RETURN-CODE = 16
           CLOSE MEGAGERC
           .
       2000-EXIT.
           EXIT.
      *
       2010-CARREGAR-UMA-GERACAO.
           READ MEGAGERC
               AT END
                   MOVE '10' TO WS-FS-CATALOGO
           END-READ
           IF WS-FS-CATALOGO(1:1) NOT = '0'
               GO TO 2010-EXIT
           END-IF
           IF QTDE-CATALOGO >= 490
               DISPLAY 'MEGABKUP: mais de 490 geracoes em MEGAGERC - '
                        'reduzir GERACOES - copia nao feita'
               MOVE 16 TO RETURN-CODE
               GO TO 2010-EXIT
           END-IF
           ADD 1 TO QTDE-CATALOGO
           MOVE CATALOGO-REGISTRO-FD-ARQUIVO
               TO CAT-ARQUIVO(QTDE-CATALOGO)
           MOVE CATALOGO-REGISTRO-FD-GERACAO
               TO CAT-GERACAO(QTDE-CATALOGO)
           MOVE CATALOGO-REGISTRO-FD-DATA TO CAT-DATA(QTDE-CATALOGO)
           MOVE CATALOGO-REGISTRO-FD-HORA TO CAT-HORA(QTDE-CATALOGO)
           MOVE CATALOGO-REGISTRO-FD-RUN-ID
               TO CAT-RUN-ID(QTDE-CATALOGO)
           MOVE CATALOGO-REGISTRO-FD-QTDE-REGISTROS
               TO CAT-QTDE-REGISTROS(QTDE-CATALOGO)
           MOVE CATALOGO-REGISTRO-FD-HASH TO CAT-HASH(QTDE-CATALOGO)
           MOVE 'M' TO CAT-SITUACAO(QTDE-CATALOGO)
           .
       2010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    3000  EXPURGO - DE CADA MESTRE COPIADO FICAM AS GERACOES
      *          MAIS RECENTES, GERACOES - 1 ALEM DA NOVA; AS DEMAIS
      *          (AS PRIMEIRAS DO CATALOGO) SAO MARCADAS 'X'.  MESTRE
      *          INEXISTENTE NAO GANHA GERACAO NOVA E NAO PERDE
      *          NENHUMA DAS GUARDADAS
      *-----------------------------------------------------------------
       3000-MARCAR-EXPURGO.
           MOVE 0 TO QTDE-GERACOES-MESTRE
           PERFORM 3010-CONTAR-GERACAO THRU 3010-EXIT
               VARYING IDX-CAT FROM 1 BY 1
               UNTIL IDX-CAT > QTDE-CATALOGO
           IF ARQ-COPIAR(IDX-ARQ) NOT = 'S'
               GO TO 3000-EXIT
           END-IF
           PERFORM 4210-ABRIR-MESTRE THRU 4210-EXIT
           IF WS-FS-MESTRE = '05'
               PERFORM 4230-FECHAR-MESTRE THRU 4230-EXIT
               DISPLAY 'MEGABKUP: ' ARQ-NOME(IDX-ARQ)
                        ' nao existe - geracao nao copiada e '
                        'geracoes guardadas mantidas'
               MOVE 'S' TO ARQ-AUSENTE(IDX-ARQ)
               SET HA-MESTRE-AUSENTE TO TRUE
               GO TO 3000-EXIT
           END-IF
           PERFORM 4230-FECHAR-MESTRE THRU 4230-EXIT
           IF QTDE-GERACOES-MESTRE < WS-GERACOES-MANTER
               GO TO 3000-EXIT
           END-IF
           COMPUTE QTDE-A-EXPURGAR =
               QTDE-GERACOES-MESTRE - WS-GERACOES-MANTER + 1
           PERFORM 3020-EXPURGAR-GERACAO THRU 3020-EXIT
               VARYING IDX-CAT FROM 1 BY 1
               UNTIL IDX-CAT > QTDE-CATALOGO
                  OR QTDE-A-EXPURGAR = 0
           .
       3000-EXIT.
           EXIT.
      *
       3010-CONTAR-GERACAO.
           IF CAT-ARQUIVO(IDX-CAT) = ARQ-NOME(IDX-ARQ)
               ADD 1 TO QTDE-GERACOES-MESTRE
               IF CAT-GERACAO(IDX-CAT) > ARQ-ULTIMA-GERACAO(IDX-ARQ)
                   MOVE CAT-GERACAO(IDX-CAT)
                       TO ARQ-ULTIMA-GERACAO(IDX-ARQ)
               END-IF
           END-IF
           .
       3010-EXIT.
           EXIT.
      *
       3020-EXPURGAR-GERACAO.
           IF CAT-ARQUIVO(IDX-CAT) = ARQ-NOME(IDX-ARQ)
               MOVE 'X' TO CAT-SITUACAO(IDX-CAT)
               SUBTRACT 1 FROM QTDE-A-EXPURGAR
               ADD 1 TO QTDE-GERACOES-EXPURGADAS
           END-IF
           .
       3020-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    4000  GRAVACAO DE GERTEMP - GERACOES MANTIDAS DE MEGAGERD
      *          SEGUIDAS DAS NOVAS GERACOES DOS MESTRES
      *-----------------------------------------------------------------
       4000-GRAVAR-GERACOES.
           OPEN OUTPUT GERTEMP
           IF WS-FS-TEMP NOT = '00'
               DISPLAY 'MEGABKUP: nao foi possivel criar GERTEMP - '
                        'FILE STATUS ' WS-FS-TEMP
               CLOSE GERTEMP
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           OPEN INPUT MEGAGERD
           IF WS-FS-GERACOES NOT = '00'
              AND WS-FS-GERACOES NOT = '05'
               DISPLAY 'MEGABKUP: nao foi possivel abrir MEGAGERD - '
                        'FILE STATUS ' WS-FS-GERACOES
               CLOSE MEGAGERD
               CLOSE GERTEMP
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           MOVE HIGH-VALUES TO WS-CHAVE-ANTERIOR
           PERFORM 4100-COPIAR-UM-GUARDADO THRU 4100-EXIT
               UNTIL WS-FS-GERACOES = '10'
                  OR RETURN-CODE = 16
           CLOSE MEGAGERD
           IF RETURN-CODE = 0
               PERFORM 4200-COPIAR-MESTRE THRU 4200-EXIT
                   VARYING IDX-ARQ FROM 1 BY 1
                   UNTIL IDX-ARQ > 5
                      OR RETURN-CODE = 16
           END-IF
           CLOSE GERTEMP
           .
       4000-EXIT.
           EXIT.
      *
      *    Um registro guardado passa adiante se a sua geracao esta no
      *    catalogo e nao foi expurgada; registros de geracao fora do
      *    catalogo (copia interrompida) sao descartados.
       4100-COPIAR-UM-GUARDADO.
           READ MEGAGERD
               AT END
                   MOVE '10' TO WS-FS-GERACOES
           END-READ
           IF WS-FS-GERACOES(1:1) NOT = '0'
               GO TO 4100-EXIT
           END-IF
           MOVE GERACAO-REGISTRO-FD(1:15) TO WS-CHAVE-LIDA
           IF WS-CHAVE-LIDA NOT = WS-CHAVE-ANTERIOR
               MOVE WS-CHAVE-LIDA TO WS-CHAVE-ANTERIOR
               MOVE 'N' TO SW-MANTER
               PERFORM 4110-PROCURAR-GERACAO THRU 4110-EXIT
                   VARYING IDX-CAT FROM 1 BY 1
                   UNTIL IDX-CAT > QTDE-CATALOGO
                      OR GERACAO-MANTIDA
           END-IF
           IF NOT GERACAO-MANTIDA
               GO TO 4100-EXIT
           END-IF
           WRITE TEMP-REGISTRO-FD FROM GERACAO-REGISTRO-FD
           IF WS-FS-TEMP NOT = '00'
               DISPLAY 'MEGABKUP: erro gravando GERTEMP - '
                        'FILE STATUS ' WS-FS-TEMP
               MOVE 16 TO RETURN-CODE
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO QTDE-REGISTROS-MANTIDOS
           .
       4100-EXIT.
           EXIT.
      *
       4110-PROCURAR-GERACAO.
           IF CAT-ARQUIVO(IDX-CAT) = GERACAO-REGISTRO-FD-ARQUIVO
              AND CAT-GERACAO(IDX-CAT) = GERACAO-REGISTRO-FD-GERACAO
              AND CAT-SITUACAO(IDX-CAT) = 'M'
               SET GERACAO-MANTIDA TO TRUE
           END-IF
           .
       4110-EXIT.
           EXIT.
      *
      *    Nova geracao de um mestre: copia registro a registro para
      *    GERTEMP, calculando quantidade e hash, e acrescenta a
      *    geracao ao catalogo em memoria.
       4200-COPIAR-MESTRE.
           IF ARQ-COPIAR(IDX-ARQ) NOT = 'S'
              OR ARQ-AUSENTE(IDX-ARQ) = 'S'
               GO TO 4200-EXIT
           END-IF
           PERFORM 4210-ABRIR-MESTRE THRU 4210-EXIT
           IF WS-FS-MESTRE NOT = '00'
               DISPLAY 'MEGABKUP: nao foi possivel abrir '
                        ARQ-NOME(IDX-ARQ) ' - FILE STATUS '
                        WS-FS-MESTRE
               PERFORM 4230-FECHAR-MESTRE THRU 4230-EXIT
               MOVE 16 TO RETURN-CODE
               GO TO 4200-EXIT
           END-IF
           MOVE 0 TO QTDE-REG-MESTRE
           MOVE 0 TO WS-HASH
           MOVE ARQ-LRECL(IDX-ARQ) TO WS-LRECL
           ADD 1 TO ARQ-ULTIMA-GERACAO(IDX-ARQ)
           PERFORM 4220-COPIAR-UM-REGISTRO THRU 4220-EXIT
               UNTIL WS-FS-MESTRE = '10'
                  OR RETURN-CODE = 16
           PERFORM 4230-FECHAR-MESTRE THRU 4230-EXIT
           IF RETURN-CODE = 16
               GO TO 4200-EXIT
           END-IF
           ADD 1 TO QTDE-CATALOGO
           MOVE ARQ-NOME(IDX-ARQ) TO CAT-ARQUIVO(QTDE-CATALOGO)
           MOVE ARQ-ULTIMA-GERACAO(IDX-ARQ)
               TO CAT-GERACAO(QTDE-CATALOGO)
           MOVE WS-DATA-HOJE TO CAT-DATA(QTDE-CATALOGO)
           MOVE WS-HORA-AGORA TO CAT-HORA(QTDE-CATALOGO)
           MOVE WS-RUN-ID TO CAT-RUN-ID(QTDE-CATALOGO)
           MOVE QTDE-REG-MESTRE TO CAT-QTDE-REGISTROS(QTDE-CATALOGO)
           MOVE WS-HASH TO CAT-HASH(QTDE-CATALOGO)
           MOVE 'N' TO CAT-SITUACAO(QTDE-CATALOGO)
           ADD 1 TO QTDE-GERACOES-COPIADAS
           .
       4200-EXIT.
           EXIT.
      *
       4210-ABRIR-MESTRE.
           EVALUATE IDX-ARQ
               WHEN 1
                   OPEN INPUT MEGAHISTM
               WHEN 2
                   OPEN INPUT MEGAHISTG
               WHEN 3
                   OPEN INPUT MEGAAPOSM
               WHEN 4
                   OPEN INPUT MEGABOLAO
               WHEN 5
                   OPEN INPUT MEGALEDGER
           END-EVALUATE
           .
       4210-EXIT.
           EXIT.
      *
       4220-COPIAR-UM-REGISTRO.
           MOVE SPACES TO WS-DADOS-MESTRE
           EVALUATE IDX-ARQ
               WHEN 1
                   READ MEGAHISTM INTO WS-DADOS-MESTRE
                       AT END
                           MOVE '10' TO WS-FS-MESTRE
                   END-READ
               WHEN 2
                   READ MEGAHISTG INTO WS-DADOS-MESTRE
                       AT END
                           MOVE '10' TO WS-FS-MESTRE
                   END-READ
               WHEN 3
                   READ MEGAAPOSM INTO WS-DADOS-MESTRE
                       AT END
                           MOVE '10' TO WS-FS-MESTRE
                   END-READ
               WHEN 4
                   READ MEGABOLAO INTO WS-DADOS-MESTRE
                       AT END
                           MOVE '10' TO WS-FS-MESTRE
                   END-READ
               WHEN 5
                   READ MEGALEDGER INTO WS-DADOS-MESTRE
                       AT END
                           MOVE '10' TO WS-FS-MESTRE
                   END-READ
           END-EVALUATE
           IF WS-FS-MESTRE(1:1) NOT = '0'
               GO TO 4220-EXIT
           END-IF
           ADD 1 TO QTDE-REG-MESTRE
           PERFORM 6100-SOMAR-HASH THRU 6100-EXIT
               VARYING IDX-BYTE FROM 1 BY 1
               UNTIL IDX-BYTE > WS-LRECL
           MOVE SPACES TO TEMP-REGISTRO-FD
           MOVE ARQ-NOME(IDX-ARQ) TO TEMP-REGISTRO-FD-ARQUIVO
           MOVE ARQ-ULTIMA-GERACAO(IDX-ARQ)
               TO TEMP-REGISTRO-FD-GERACAO
           MOVE QTDE-REG-MESTRE TO TEMP-REGISTRO-FD-SEQ-REG
           MOVE WS-DADOS-MESTRE(1:WS-LRECL)
               TO TEMP-REGISTRO-FD-DADOS
           WRITE TEMP-REGISTRO-FD
           IF WS-FS-TEMP NOT = '00'
               DISPLAY 'MEGABKUP: erro gravando GERTEMP - '
                        'FILE STATUS ' WS-FS-TEMP
               MOVE 16 TO RETURN-CODE
               GO TO 4220-EXIT
           END-IF
           ADD 1 TO QTDE-REGISTROS-COPIADOS
           .
       4220-EXIT.
           EXIT.
      *
       4230-FECHAR-MESTRE.
           EVALUATE IDX-ARQ
               WHEN 1
                   CLOSE MEGAHISTM
               WHEN 2
                   CLOSE MEGAHISTG
               WHEN 3
                   CLOSE MEGAAPOSM
               WHEN 4
                   CLOSE MEGABOLAO
               WHEN 5
                   CLOSE MEGALEDGER
           END-EVALUATE
           .
       4230-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5000  REGRAVACAO DE MEGAGERD A PARTIR DE GERTEMP
      *-----------------------------------------------------------------
       5000-REGRAVAR-GERACOES.
           OPEN INPUT GERTEMP
           IF WS-FS-TEMP NOT = '00'
               DISPLAY 'MEGABKUP: nao foi possivel reabrir GERTEMP - '
                        'FILE STATUS ' WS-FS-TEMP
               CLOSE GERTEMP
               MOVE 16 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           OPEN OUTPUT MEGAGERD
           IF WS-FS-GERACOES(1:1) NOT = '0'
               DISPLAY 'MEGABKUP: nao foi possivel regravar MEGAGERD - '
                        'FILE STATUS ' WS-FS-GERACOES
               CLOSE GERTEMP
               CLOSE MEGAGERD
               MOVE 16 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           PERFORM 5010-DEVOLVER-UM-REGISTRO THRU 5010-EXIT
               UNTIL WS-FS-TEMP = '10'
                  OR RETURN-CODE = 16
           CLOSE GERTEMP
           CLOSE MEGAGERD
           .
       5000-EXIT.
           EXIT.
      *
       5010-DEVOLVER-UM-REGISTRO.
           READ GERTEMP
               AT END
                   MOVE '10' TO WS-FS-TEMP
           END-READ
           IF WS-FS-TEMP(1:1) NOT = '0'
               GO TO 5010-EXIT
           END-IF
           WRITE GERACAO-REGISTRO-FD FROM TEMP-REGISTRO-FD
           IF WS-FS-GERACOES NOT = '00'
               DISPLAY 'MEGABKUP: erro regravando MEGAGERD - '
                        'FILE STATUS ' WS-FS-GERACOES
                        ' - conteudo integral em GERTEMP'
               MOVE 16 TO RETURN-CODE
               GO TO 5010-EXIT
           END-IF
           ADD 1 TO QTDE-REGISTROS-GUARDADOS
           .
       5010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    6000  REGRAVACAO DO CATALOGO - GERACOES MANTIDAS E NOVAS
      *-----------------------------------------------------------------
       6000-REGRAVAR-CATALOGO.
           OPEN OUTPUT MEGAGERC
           IF WS-FS-CATALOGO(1:1) NOT = '0'
               DISPLAY 'MEGABKUP: nao foi possivel regravar MEGAGERC - '
                        'FILE STATUS ' WS-FS-CATALOGO
               CLOSE MEGAGERC
               MOVE 16 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF
           PERFORM 6010-GRAVAR-UMA-GERACAO THRU 6010-EXIT
               VARYING IDX-CAT FROM 1 BY 1
               UNTIL IDX-CAT > QTDE-CATALOGO
           CLOSE MEGAGERC
           .
       6000-EXIT.
           EXIT.
      *
       6010-GRAVAR-UMA-GERACAO.
           IF CAT-SITUACAO(IDX-CAT) = 'X'
               GO TO 6010-EXIT
           END-IF
           MOVE CAT-ARQUIVO(IDX-CAT) TO CATALOGO-REGISTRO-FD-ARQUIVO
           MOVE CAT-GERACAO(IDX-CAT) TO CATALOGO-REGISTRO-FD-GERACAO
           MOVE CAT-DATA(IDX-CAT)    TO CATALOGO-REGISTRO-FD-DATA
           MOVE CAT-HORA(IDX-CAT)    TO CATALOGO-REGISTRO-FD-HORA
           MOVE CAT-RUN-ID(IDX-CAT)  TO CATALOGO-REGISTRO-FD-RUN-ID
           MOVE CAT-QTDE-REGISTROS(IDX-CAT)
               TO CATALOGO-REGISTRO-FD-QTDE-REGISTROS
           MOVE CAT-HASH(IDX-CAT)    TO CATALOGO-REGISTRO-FD-HASH
           WRITE CATALOGO-REGISTRO-FD
           .
       6010-EXIT.
           EXIT.
      *
      *    Hash de controle (ver MEGAGERCAT): acumula em WS-HASH o byte
      *    IDX-BYTE de WS-DADOS-MESTRE.
       6100-SOMAR-HASH.
           MOVE WS-DADOS-MESTRE(IDX-BYTE:1) TO HASH-BYTE
           COMPUTE WS-HASH-PRODUTO = WS-HASH * 31 + HASH-BYTE-N
           DIVIDE WS-HASH-PRODUTO BY 999999937
               GIVING WS-HASH-QUOCIENTE
               REMAINDER WS-HASH
           .
       6100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    7000  RELATORIO - CATALOGO RESULTANTE, COM AS GERACOES
      *          NOVAS, MANTIDAS E EXPURGADAS
      *-----------------------------------------------------------------
       7000-EMITIR-RELATORIO.
           OPEN OUTPUT MEGABKUP-RPT
           IF WS-FS-RPT NOT = '00'
               DISPLAY 'MEGABKUP: nao foi possivel criar MEGABKUP-RPT '
                        '- FILE STATUS ' WS-FS-RPT
               CLOSE MEGABKUP-RPT
               MOVE 16 TO RETURN-CODE
               GO TO 7000-EXIT
           END-IF
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 'CATALOGO DE GERACOES DOS MESTRES - MEGABKUP'
               TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           MOVE WS-HORA-AGORA(1:6) TO WS-HORA-EDT
           STRING 'COPIA DE '           DELIMITED BY SIZE
                  WS-DATA-HOJE          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-HORA-EDT           DELIMITED BY SIZE
                  '  GERACOES GUARDADAS POR MESTRE: '
                                        DELIMITED BY SIZE
                  WS-GERACOES-MANTER    DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE RPT-REGISTRO-FD
           MOVE SPACES TO RPT-REGISTRO-FD
           WRITE RPT-REGISTRO-FD
           MOVE 'ARQUIVO    GERACAO DATA     HORA   RUN-ID   REGISTROS '
               TO RPT-REGISTRO-FD
           MOVE 'HASH      SITUACAO' TO RPT-REGISTRO-FD(55:)
           WRITE RPT-REGISTRO-FD
           PERFORM 7010-EMITIR-UMA-GERACAO THRU 7010-EXIT
               VARYING IDX-CAT FROM 1 BY 1
               UNTIL IDX-CAT > QTDE-CATALOGO
           PERFORM 7020-EMITIR-AUSENTE THRU 7020-EXIT
               VARYING IDX-ARQ FROM 1 BY 1
               UNTIL IDX-ARQ > 5
           CLOSE MEGABKUP-RPT
           .
       7000-EXIT.
           EXIT.
      *
       7010-EMITIR-UMA-GERACAO.
           EVALUATE CAT-SITUACAO(IDX-CAT)
               WHEN 'N'
                   MOVE 'NOVA'      TO WS-SITUACAO-EDT
               WHEN 'X'
                   MOVE 'EXPURGADA' TO WS-SITUACAO-EDT
               WHEN OTHER
                   MOVE 'MANTIDA'   TO WS-SITUACAO-EDT
           END-EVALUATE
           MOVE CAT-HORA(IDX-CAT)(1:6) TO WS-HORA-EDT
           MOVE SPACES TO RPT-REGISTRO-FD
           MOVE 1 TO WS-LINHA-PONT
           STRING CAT-ARQUIVO(IDX-CAT)        DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  CAT-GERACAO(IDX-CAT)        DELIMITED BY SIZE
                  '   '                       DELIMITED BY SIZE
                  CAT-DATA(IDX-CAT)           DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-HORA-EDT                 DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  CAT-RUN-ID(IDX-CAT)         DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  CAT-QTDE-REGISTROS(IDX-CAT) DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  CAT-HASH(IDX-CAT)           DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-SITUACAO-EDT             DELIMITED BY SIZE
               INTO RPT-REGISTRO-FD
               WITH POINTER WS-LINHA-PONT
           WRITE RPT-REGISTRO-FD
           .
       7010-EXIT.
           EXIT.
      *
       7020-EMITIR-AUSENTE.
           IF ARQ-AUSENTE(IDX-ARQ) = 'S'
               MOVE SPACES TO RPT-REGISTRO-FD
               MOVE ARQ-NOME(IDX-ARQ) TO RPT-REGISTRO-FD
               MOVE 'ARQUIVO INEXISTENTE - GERACAO NAO COPIADA'
                   TO RPT-REGISTRO-FD(12:)
               WRITE RPT-REGISTRO-FD
           END-IF
           .
       7020-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    9000  FINALIZACAO - TOTAIS E RETURN-CODE
      *-----------------------------------------------------------------
       9000-FINALIZAR.
           DISPLAY 'Geracoes copiadas..............: '
                    QTDE-GERACOES-COPIADAS
           DISPLAY 'Registros copiados.............: '
                    QTDE-REGISTROS-COPIADOS
           DISPLAY 'Geracoes expurgadas............: '
                    QTDE-GERACOES-EXPURGADAS
           DISPLAY 'Registros mantidos de MEGAGERD.: '
                    QTDE-REGISTROS-MANTIDOS
           DISPLAY 'Registros gravados em MEGAGERD.: '
                    QTDE-REGISTROS-GUARDADOS
           IF RETURN-CODE = 0 AND HA-MESTRE-AUSENTE
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 8300-ENCERRAR-RUN-CONTROL THRU 8300-EXIT
           .
       9000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    8000  CONTROLE DE EXECUCAO DA CADEIA (MEGARUN) - REGISTRO
      *          DO PASSO AO INICIAR, QUANDO MEGARUNID ESTA DEFINIDA
      *-----------------------------------------------------------------
       8000-INICIAR-RUN-CONTROL.
           DISPLAY 'MEGARUNID' UPON ENVIRONMENT-NAME
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE
           IF WS-RUN-ID = SPACES
               GO TO 8000-EXIT
           END-IF
           SET RUNCTL-ATIVO TO TRUE
           MOVE 'STARTED ' TO WS-RUN-SITUACAO
           MOVE 0 TO WS-RUN-CONTADOR
           PERFORM 8100-REGISTRAR-PASSO THRU 8100-EXIT
           .
       8000-EXIT.
           EXIT.
      *
       8100-REGISTRAR-PASSO.
           OPEN EXTEND MEGARUN
           IF WS-FS-RUN(1:1) NOT = '0'
               DISPLAY 'MEGABKUP: nao foi possivel gravar MEGARUN - '
                        'FILE STATUS ' WS-FS-RUN
               CLOSE MEGARUN
               GO TO 8100-EXIT
           END-IF
           ACCEPT WS-RUN-DATA FROM DATE YYYYMMDD
           ACCEPT WS-RUN-HORA FROM TIME
           MOVE WS-RUN-ID       TO RUN-REGISTRO-FD-RUN-ID
           MOVE 'MEGABKUP'      TO RUN-REGISTRO-FD-PROGRAMA
           MOVE WS-RUN-SITUACAO TO RUN-REGISTRO-FD-SITUACAO
           MOVE RETURN-CODE     TO RUN-REGISTRO-FD-RETCODE
           MOVE WS-RUN-CONTADOR TO RUN-REGISTRO-FD-CNT-REGISTROS
           MOVE WS-RUN-DATA     TO RUN-REGISTRO-FD-DATA
           MOVE WS-RUN-HORA     TO RUN-REGISTRO-FD-HORA
           WRITE RUN-REGISTRO-FD
           CLOSE MEGARUN
           .
       8100-EXIT.
           EXIT.
      *
      *    RETURN-CODE ate 4 e' tratado como advertencia nesta
      *    instalacao; acima disso o passo fica FAILED.
       8300-ENCERRAR-RUN-CONTROL.
           IF NOT RUNCTL-ATIVO
               GO TO 8300-EXIT
           END-IF
           IF RETURN-CODE > 4
               MOVE 'FAILED  ' TO WS-RUN-SITUACAO
           ELSE
               MOVE 'ENDED-OK' TO WS-RUN-SITUACAO
           END-IF
           MOVE QTDE-REGISTROS-COPIADOS TO WS-RUN-CONTADOR
           PERFORM 8100-REGISTRAR-PASSO THRU 8100-EXIT
           .
       8300-EXIT.
           EXIT.
