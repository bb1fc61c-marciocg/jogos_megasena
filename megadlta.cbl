      *DATE-WRITTEN. 02/09/2026.
      *TECTONICS. cobc -x megadlta.cbl (GnuCOBOL)
      *
      *MODIFICACOES.
      *  15/10/2026 MCG  Devolucao de sorteio corrigido ou cancelado:
      *                  le a trilha MEGAHAUD do MEGAHMNT e as
      *                  combinacoes de JOGOS_EXCLUIDOS iguais a uma
      *                  imagem anterior que nao consta mais do
      *                  cadastro voltam para JOGOS_MEGASENA e para
      *                  JOGOS_MEGASENA_IDX com a sequencia original,
      *                  intercaladas na ordem de sequencia.  A
      *                  reconciliacao passa a considerar os
      *                  devolvidos.
      *  15/10/2026 MCG  JOGOS_EXCLUIDOS so' e' regravado sem as
      *                  combinacoes devolvidas depois que o indexado
      *                  e JOGOS_MEGASENA ja as contem; ate' la os
      *                  excluidos mantidos ficam no arquivo de
      *                  trabalho EXCLTEMP.  Status conferido na
      *                  abertura dos arquivos de trabalho.
      *
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
           SELECT MEGATEMP ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-TEMP.
      *
           SELECT EXCLTEMP ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-EXCLTEMP.
      *
           SELECT OPTIONAL MEGARUN ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-RUN.
      *
           SELECT OPTIONAL MEGAHAUD ASSIGN TO DISK
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WS-FS-TRILHA.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FD  MEGATEMP
           RECORDING F.
       01  TEMP-REGISTRO-FD              PIC X(28).
      *
      *    Arquivo de trabalho dos registros de JOGOS_EXCLUIDOS que
      *    nao serao devolvidos, ate' a regravacao de JOGOS_EXCLUIDOS.
       FD  EXCLTEMP
           RECORDING F.
       01  EXCLTEMP-REGISTRO-FD          PIC X(28).
      *
       FD  MEGARUN
           RECORDING F.
       COPY MEGARUNREG REPLACING ==:REG:== BY ==RUN-REGISTRO-FD==.
      *
       FD  MEGAHAUD
           RECORDING F.
       COPY MEGAHAUD REPLACING ==:REG:== BY ==TRILHA-REGISTRO-FD==.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77  WS-FS-EXCLUIDOS              PIC X(02)  VALUE SPACES.
       77  WS-FS-IDX                    PIC X(02)  VALUE SPACES.
       77  WS-FS-TEMP                   PIC X(02)  VALUE SPACES.
       77  WS-FS-EXCLTEMP               PIC X(02)  VALUE SPACES.
       77  WS-FS-TRILHA                 PIC X(02)  VALUE SPACES.
      *
       77  QTDE-ANTES                   PIC 9(12)  COMP VALUE 0.
       77  QTDE-MANTIDOS                PIC 9(12)  COMP VALUE 0.
       77  QTDE-DEVOLVIDOS              PIC 9(12)  COMP VALUE 0.
       77  QTDE-IDX-DELETADOS           PIC 9(12)  COMP VALUE 0.
       77  QTDE-IDX-AUSENTES            PIC 9(12)  COMP VALUE 0.
       77  QTDE-RESTAURADOS             PIC 9(12)  COMP VALUE 0.
       77  QTDE-REST-CONFLITO           PIC 9(12)  COMP VALUE 0.
       77  QTDE-EXCL-MANTIDOS           PIC 9(12)  COMP VALUE 0.
       77  QTDE-EXCL-ORIGINAIS          PIC 9(12)  COMP VALUE 0.
       77  QTDE-EXCL-PULADOS            PIC 9(12)  COMP VALUE 0.
      *
      *    Tabela de chaves dos sorteios do cadastro-mestre, ordenada
      *    para busca binaria (mesma tecnica do MEGASENA na exclusao).
      *    de JOGOS_MEGASENA.
       COPY MEGAREG REPLACING ==:REG:== BY ==MEGA-REGISTRO-WS==.
      *
      *    Chaves das imagens anteriores de sorteios corrigidos ou
      *    cancelados (trilha MEGAHAUD) que nao constam mais do
      *    cadastro-mestre: as combinacoes excluidas por causa delas
      *    voltam para JOGOS_MEGASENA.
       77  QTDE-REV-CHAVES              PIC 9(03)  COMP VALUE 0.
       01  REV-TABELA.
           03  REV-CHAVE                PIC 9(12) OCCURS 500 TIMES.
       77  IDX-REV                      PIC 9(03)  COMP VALUE 0.
       77  SW-REV-ACHADA                PIC X(01)  VALUE 'N'.
           88  REV-ACHADA                           VALUE 'S'.
      *
      *    Registros retirados de JOGOS_EXCLUIDOS para devolucao, em
      *    ordem crescente de sequencia para a intercalacao com a
      *    varredura de JOGOS_MEGASENA.
       77  QTDE-DEVOLVER                PIC 9(03)  COMP VALUE 0.
       77  IDX-DEVOLVER                 PIC 9(03)  COMP VALUE 1.
       01  DEVOL-TABELA.
           03  DEVOL-REGISTRO           PIC X(28) OCCURS 500 TIMES.
       77  DEVOL-REGISTRO-AUX           PIC X(28)  VALUE SPACES.
       77  ORD-DEV-I                    PIC 9(03)  COMP VALUE 0.
       77  ORD-DEV-J                    PIC 9(03)  COMP VALUE 0.
       77  SW-DEVOL-CHEIA               PIC X(01)  VALUE 'N'.
           88  DEVOL-CHEIA                          VALUE 'S'.
       77  SW-DEVOL-CONFLITO            PIC X(01)  VALUE 'N'.
           88  DEVOL-CONFLITO                       VALUE 'S'.
       COPY MEGAREG REPLACING ==:REG:== BY ==DEVOL-REGISTRO-WS==.
       COPY MEGAREG REPLACING ==:REG:== BY ==DEVOL-AUX-WS==.
      *
      *    Controle de execucao da cadeia (MEGARUN), ativo quando a
      *    variavel de ambiente MEGARUNID esta definida.
      *
           IF RETURN-CODE = 0
               PERFORM 2000-CARREGAR-HISTORICO THRU 2000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 2500-CARREGAR-REVERSOES THRU 2500-EXIT
           END-IF
           IF RETURN-CODE = 0 AND QTDE-REV-CHAVES > 0
               PERFORM 2600-SEPARAR-DEVOLUCOES THRU 2600-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 5000-APLICAR-DELTA THRU 5000-EXIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 7000-DEVOLVER-MANTIDOS THRU 7000-EXIT
           END-IF
           IF RETURN-CODE = 0 AND QTDE-DEVOLVER > 0
               PERFORM 7500-REGRAVAR-EXCLUIDOS THRU 7500-EXIT
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN
           .
       2920-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    2500  CARGA DAS IMAGENS ANTERIORES DA TRILHA DO MEGAHMNT QUE
      *          NAO CONSTAM MAIS DO CADASTRO-MESTRE (SORTEIO ERRADO
      *          CORRIGIDO OU CANCELADO)
      *-----------------------------------------------------------------
      *    Trilha ausente (FILE STATUS 05) = nenhuma correcao ainda.
       2500-CARREGAR-REVERSOES.
           OPEN INPUT MEGAHAUD
           IF WS-FS-TRILHA(1:1) NOT = '0'
               CLOSE MEGAHAUD
               GO TO 2500-EXIT
           END-IF
           PERFORM 2510-LER-UMA-IMAGEM THRU 2510-EXIT
               UNTIL WS-FS-TRILHA = '10'
           CLOSE MEGAHAUD
           .
       2500-EXIT.
           EXIT.
      *
       2510-LER-UMA-IMAGEM.
           READ MEGAHAUD
               AT END
                   MOVE '10' TO WS-FS-TRILHA
           END-READ
           IF WS-FS-TRILHA(1:1) NOT = '0'
               GO TO 2510-EXIT
           END-IF
           IF TRILHA-REGISTRO-FD-TIPO NOT = 'C'
              AND TRILHA-REGISTRO-FD-TIPO NOT = 'X'
               GO TO 2510-EXIT
           END-IF
           PERFORM 2511-COPIAR-DEZENA-ANTES THRU 2511-EXIT
               VARYING IDX-MONTA FROM 1 BY 1
               UNTIL IDX-MONTA > 6
           PERFORM 2900-ORDENAR-ORD6 THRU 2900-EXIT
           PERFORM 2011-COPIAR-CHAVE THRU 2011-EXIT
               VARYING IDX-MONTA FROM 1 BY 1
               UNTIL IDX-MONTA > 6
           MOVE 'N' TO ACHOU-HISTORICO
           SET HIST-IDX TO 1
           SEARCH ALL HIST-OCORR
               WHEN HIST-CHAVE(HIST-IDX) = MS-CHAVE-NUM
                   MOVE 'S' TO ACHOU-HISTORICO
           END-SEARCH
           IF COMBINACAO-JA-SORTEADA
               GO TO 2510-EXIT
           END-IF
           PERFORM 2520-PROCURAR-REVERSAO THRU 2520-EXIT
           IF REV-ACHADA
               GO TO 2510-EXIT
           END-IF
           IF QTDE-REV-CHAVES >= 500
               DISPLAY 'MEGADLTA: mais de 500 sorteios corrigidos na '
                        'trilha MEGAHAUD - demais ignorados'
               GO TO 2510-EXIT
           END-IF
           ADD 1 TO QTDE-REV-CHAVES
           MOVE MS-CHAVE-NUM TO REV-CHAVE(QTDE-REV-CHAVES)
           .
       2510-EXIT.
           EXIT.
      *
       2511-COPIAR-DEZENA-ANTES.
           MOVE TRILHA-REGISTRO-FD-ANT-DEZENA(IDX-MONTA)
               TO ORD6-VAL(IDX-MONTA)
           .
       2511-EXIT.
           EXIT.
      *
      *    Procura MS-CHAVE-NUM entre as chaves de reversao.
       2520-PROCURAR-REVERSAO.
           MOVE 'N' TO SW-REV-ACHADA
           PERFORM 2521-COMPARAR-REVERSAO THRU 2521-EXIT
               VARYING IDX-REV FROM 1 BY 1
               UNTIL IDX-REV > QTDE-REV-CHAVES
                  OR REV-ACHADA
           .
       2520-EXIT.
           EXIT.
      *
       2521-COMPARAR-REVERSAO.
           IF REV-CHAVE(IDX-REV) = MS-CHAVE-NUM
               SET REV-ACHADA TO TRUE
           END-IF
           .
       2521-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    2600  SEPARA AS COMBINACOES A DEVOLVER DE JOGOS_EXCLUIDOS
      *          E AS ORDENA POR SEQUENCIA; OS DEMAIS REGISTROS VAO
      *          PARA O ARQUIVO DE TRABALHO EXCLTEMP.  JOGOS_EXCLUIDOS
      *          NAO E' ALTERADO AQUI (VER 7500)
      *-----------------------------------------------------------------
       2600-SEPARAR-DEVOLUCOES.
           OPEN INPUT JOGOS_EXCLUIDOS
           IF WS-FS-EXCLUIDOS NOT = '00'
               CLOSE JOGOS_EXCLUIDOS
               GO TO 2600-EXIT
           END-IF
           OPEN OUTPUT EXCLTEMP
           IF WS-FS-EXCLTEMP(1:1) NOT = '0'
               DISPLAY 'MEGADLTA: nao foi possivel criar EXCLTEMP - '
                        'FILE STATUS ' WS-FS-EXCLTEMP
               CLOSE JOGOS_EXCLUIDOS
               CLOSE EXCLTEMP
               MOVE 16 TO RETURN-CODE
               GO TO 2600-EXIT
           END-IF
           PERFORM 2610-SEPARAR-UM-EXCLUIDO THRU 2610-EXIT
               UNTIL WS-FS-EXCLUIDOS = '10'
           CLOSE JOGOS_EXCLUIDOS
           CLOSE EXCLTEMP
           COMPUTE QTDE-EXCL-ORIGINAIS =
               QTDE-EXCL-MANTIDOS + QTDE-DEVOLVER
           IF QTDE-DEVOLVER > 1
               PERFORM 2630-ORDENAR-DEVOLUCOES THRU 2630-EXIT
           END-IF
           .
       2600-EXIT.
           EXIT.
      *
       2610-SEPARAR-UM-EXCLUIDO.
           READ JOGOS_EXCLUIDOS
               AT END
                   MOVE '10' TO WS-FS-EXCLUIDOS
           END-READ
           IF WS-FS-EXCLUIDOS(1:1) NOT = '0'
               GO TO 2610-EXIT
           END-IF
           MOVE EXCL-REGISTRO-FD TO DEVOL-REGISTRO-WS
           MOVE DEVOL-REGISTRO-WS-N1 TO ORD6-VAL(1)
           MOVE DEVOL-REGISTRO-WS-N2 TO ORD6-VAL(2)
           MOVE DEVOL-REGISTRO-WS-N3 TO ORD6-VAL(3)
           MOVE DEVOL-REGISTRO-WS-N4 TO ORD6-VAL(4)
           MOVE DEVOL-REGISTRO-WS-N5 TO ORD6-VAL(5)
           MOVE DEVOL-REGISTRO-WS-N6 TO ORD6-VAL(6)
           PERFORM 2900-ORDENAR-ORD6 THRU 2900-EXIT
           PERFORM 2011-COPIAR-CHAVE THRU 2011-EXIT
               VARYING IDX-MONTA FROM 1 BY 1
               UNTIL IDX-MONTA > 6
           PERFORM 2520-PROCURAR-REVERSAO THRU 2520-EXIT
           IF REV-ACHADA AND QTDE-DEVOLVER < 500
               ADD 1 TO QTDE-DEVOLVER
               MOVE EXCL-REGISTRO-FD TO DEVOL-REGISTRO(QTDE-DEVOLVER)
           ELSE
               IF REV-ACHADA AND NOT DEVOL-CHEIA
                   DISPLAY 'MEGADLTA: mais de 500 combinacoes a '
                            'devolver - demais ficam para a proxima '
                            'execucao'
                   SET DEVOL-CHEIA TO TRUE
               END-IF
               WRITE EXCLTEMP-REGISTRO-FD FROM EXCL-REGISTRO-FD
               ADD 1 TO QTDE-EXCL-MANTIDOS
           END-IF
           .
       2610-EXIT.
           EXIT.
      *
      *    Insertion sort pela sequencia (primeiras 10 posicoes do
      *    registro MEGAREG).
       2630-ORDENAR-DEVOLUCOES.
           PERFORM 2631-PASSO-EXTERNO THRU 2631-EXIT
               VARYING ORD-DEV-I FROM 2 BY 1
               UNTIL ORD-DEV-I > QTDE-DEVOLVER
           .
       2630-EXIT.
           EXIT.
      *
       2631-PASSO-EXTERNO.
           MOVE DEVOL-REGISTRO(ORD-DEV-I) TO DEVOL-REGISTRO-AUX
           MOVE DEVOL-REGISTRO-AUX TO DEVOL-AUX-WS
           MOVE ORD-DEV-I TO ORD-DEV-J
           PERFORM 2632-PASSO-INTERNO THRU 2632-EXIT
               UNTIL ORD-DEV-J < 2
                  OR DEVOL-REGISTRO(ORD-DEV-J - 1)(1:10)
                     NOT > DEVOL-AUX-WS-SEQ
           MOVE DEVOL-REGISTRO-AUX TO DEVOL-REGISTRO(ORD-DEV-J)
           .
       2631-EXIT.
           EXIT.
      *
       2632-PASSO-INTERNO.
           MOVE DEVOL-REGISTRO(ORD-DEV-J - 1)
               TO DEVOL-REGISTRO(ORD-DEV-J)
           SUBTRACT 1 FROM ORD-DEV-J
           .
       2632-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    5000  VARREDURA DE JOGOS_MEGASENA - COMBINACOES SORTEADAS
      *          VAO PARA JOGOS_EXCLUIDOS (E SAEM DO INDEXADO), AS
      *          DEMAIS PARA O ARQUIVO DE TRABALHO
           END-IF
           PERFORM 5100-APLICAR-UM-JOGO THRU 5100-EXIT
               UNTIL WS-FS-MEGASENA = '10'
           MOVE 9999999999 TO MEGA-REGISTRO-WS-SEQ
           PERFORM 5300-DEVOLVER-ANTERIORES THRU 5300-EXIT
           CLOSE JOGOS_MEGASENA
           CLOSE JOGOS_MEGASENA_IDX
           CLOSE MEGATEMP
           END-IF
           ADD 1 TO QTDE-ANTES
           MOVE MEGA-REGISTRO-FD TO MEGA-REGISTRO-WS
           PERFORM 5300-DEVOLVER-ANTERIORES THRU 5300-EXIT
           MOVE MEGA-REGISTRO-WS-N1 TO ORD6-VAL(1)
           MOVE MEGA-REGISTRO-WS-N2 TO ORD6-VAL(2)
           MOVE MEGA-REGISTRO-WS-N3 TO ORD6-VAL(3)
           .
       5200-EXIT.
           EXIT.
      *
      *    Intercala as combinacoes devolvidas de sequencia menor que a
      *    do registro corrente (MEGA-REGISTRO-WS-SEQ) e as inclui de
      *    volta no indexado.  Sequencia ja ocupada no indexado e'
      *    conflito: a combinacao volta para JOGOS_EXCLUIDOS.
       5300-DEVOLVER-ANTERIORES.
           PERFORM 5310-DEVOLVER-UMA THRU 5310-EXIT
               UNTIL IDX-DEVOLVER > QTDE-DEVOLVER
                  OR DEVOL-REGISTRO(IDX-DEVOLVER)(1:10)
                     NOT < MEGA-REGISTRO-WS-SEQ
           .
       5300-EXIT.
           EXIT.
      *
       5310-DEVOLVER-UMA.
           MOVE DEVOL-REGISTRO(IDX-DEVOLVER) TO DEVOL-REGISTRO-WS
           ADD 1 TO IDX-DEVOLVER
           MOVE DEVOL-REGISTRO-WS-SEQ TO IDX-REGISTRO-FD-SEQ
           MOVE DEVOL-REGISTRO-WS-N1  TO IDX-REGISTRO-FD-N1
           MOVE DEVOL-REGISTRO-WS-N2  TO IDX-REGISTRO-FD-N2
           MOVE DEVOL-REGISTRO-WS-N3  TO IDX-REGISTRO-FD-N3
           MOVE DEVOL-REGISTRO-WS-N4  TO IDX-REGISTRO-FD-N4
           MOVE DEVOL-REGISTRO-WS-N5  TO IDX-REGISTRO-FD-N5
           MOVE DEVOL-REGISTRO-WS-N6  TO IDX-REGISTRO-FD-N6
           MOVE 'N' TO SW-DEVOL-CONFLITO
           WRITE IDX-REGISTRO-FD
               INVALID KEY
                   SET DEVOL-CONFLITO TO TRUE
           END-WRITE
           IF DEVOL-CONFLITO
               ADD 1 TO QTDE-REST-CONFLITO
               DISPLAY 'MEGADLTA: sequencia ' DEVOL-REGISTRO-WS-SEQ
                        ' ja ocupada em JOGOS_MEGASENA_IDX - '
                        'combinacao mantida em JOGOS_EXCLUIDOS'
               WRITE EXCL-REGISTRO-FD FROM DEVOL-REGISTRO-WS
           ELSE
               WRITE TEMP-REGISTRO-FD FROM DEVOL-REGISTRO-WS
               ADD 1 TO QTDE-RESTAURADOS
           END-IF
           .
       5310-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    7000  DEVOLVE AS COMBINACOES MANTIDAS DO ARQUIVO DE
      *          TRABALHO PARA JOGOS_MEGASENA
       7010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    7500  REGRAVA JOGOS_EXCLUIDOS SEM AS COMBINACOES DEVOLVIDAS,
      *          SO' DEPOIS QUE JA ESTAO NO INDEXADO E EM
      *          JOGOS_MEGASENA: OS REGISTROS ACRESCENTADOS PELO 5000
      *          (APOS OS QTDE-EXCL-ORIGINAIS LIDOS NO 2600) SE JUNTAM
      *          AOS MANTIDOS EM EXCLTEMP, QUE SUBSTITUI O ARQUIVO
      *-----------------------------------------------------------------
       7500-REGRAVAR-EXCLUIDOS.
           OPEN INPUT JOGOS_EXCLUIDOS
           IF WS-FS-EXCLUIDOS NOT = '00'
               DISPLAY 'MEGADLTA: nao foi possivel abrir '
                        'JOGOS_EXCLUIDOS - FILE STATUS '
                        WS-FS-EXCLUIDOS
               CLOSE JOGOS_EXCLUIDOS
               MOVE 16 TO RETURN-CODE
               GO TO 7500-EXIT
           END-IF
           OPEN EXTEND EXCLTEMP
           IF WS-FS-EXCLTEMP(1:1) NOT = '0'
               DISPLAY 'MEGADLTA: nao foi possivel estender EXCLTEMP '
                        '- FILE STATUS ' WS-FS-EXCLTEMP
               CLOSE JOGOS_EXCLUIDOS
               CLOSE EXCLTEMP
               MOVE 16 TO RETURN-CODE
               GO TO 7500-EXIT
           END-IF
           MOVE 0 TO QTDE-EXCL-PULADOS
           PERFORM 7510-ACRESCENTAR-NOVO THRU 7510-EXIT
               UNTIL WS-FS-EXCLUIDOS = '10'
           CLOSE JOGOS_EXCLUIDOS
           CLOSE EXCLTEMP
           OPEN INPUT EXCLTEMP
           IF WS-FS-EXCLTEMP NOT = '00'
               DISPLAY 'MEGADLTA: nao foi possivel abrir EXCLTEMP - '
                        'FILE STATUS ' WS-FS-EXCLTEMP
               CLOSE EXCLTEMP
               MOVE 16 TO RETURN-CODE
               GO TO 7500-EXIT
           END-IF
           OPEN OUTPUT JOGOS_EXCLUIDOS
           IF WS-FS-EXCLUIDOS(1:1) NOT = '0'
               DISPLAY 'MEGADLTA: nao foi possivel regravar '
                        'JOGOS_EXCLUIDOS - FILE STATUS '
                        WS-FS-EXCLUIDOS
               CLOSE EXCLTEMP
               CLOSE JOGOS_EXCLUIDOS
               MOVE 16 TO RETURN-CODE
               GO TO 7500-EXIT
           END-IF
           PERFORM 7520-REGRAVAR-UM-EXCLUIDO THRU 7520-EXIT
               UNTIL WS-FS-EXCLTEMP = '10'
           CLOSE EXCLTEMP
           CLOSE JOGOS_EXCLUIDOS
           .
       7500-EXIT.
           EXIT.
      *
       7510-ACRESCENTAR-NOVO.
           READ JOGOS_EXCLUIDOS
               AT END
                   MOVE '10' TO WS-FS-EXCLUIDOS
           END-READ
           IF WS-FS-EXCLUIDOS(1:1) NOT = '0'
               GO TO 7510-EXIT
           END-IF
           IF QTDE-EXCL-PULADOS < QTDE-EXCL-ORIGINAIS
               ADD 1 TO QTDE-EXCL-PULADOS
           ELSE
               WRITE EXCLTEMP-REGISTRO-FD FROM EXCL-REGISTRO-FD
           END-IF
           .
       7510-EXIT.
           EXIT.
      *
       7520-REGRAVAR-UM-EXCLUIDO.
           READ EXCLTEMP
               AT END
                   MOVE '10' TO WS-FS-EXCLTEMP
           END-READ
           IF WS-FS-EXCLTEMP(1:1) = '0'
               WRITE EXCL-REGISTRO-FD FROM EXCLTEMP-REGISTRO-FD
           END-IF
           .
       7520-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    9000  FINALIZACAO - RECONCILIACAO ANTES/DEPOIS E TOTAIS
      *-----------------------------------------------------------------
       9000-FINALIZAR.
                    QTDE-IDX-DELETADOS
           DISPLAY 'Chaves ausentes do indexado....: '
                    QTDE-IDX-AUSENTES
           DISPLAY 'Sorteios corrigidos a desfazer.: ' QTDE-REV-CHAVES
           DISPLAY 'Combinacoes devolvidas ao arq..: ' QTDE-RESTAURADOS
           DISPLAY 'Devolucoes em conflito.........: '
                    QTDE-REST-CONFLITO
           IF RETURN-CODE = 0
               IF QTDE-ANTES = QTDE-MANTIDOS + QTDE-MOVIDOS
                  AND QTDE-DEVOLVIDOS = QTDE-MANTIDOS + QTDE-RESTAURADOS
                  AND QTDE-DEVOLVER = QTDE-RESTAURADOS
                                    + QTDE-REST-CONFLITO
                  AND QTDE-IDX-AUSENTES = 0
                   DISPLAY 'RECONCILIACAO: PASS - mantidos + movidos '
                            '= antes'
