       IDENTIFICATION DIVISION.
       PROGRAM-ID. compara-cbl.
       AUTHOR.     "LEANDRO O.C. 20261014".
      *>--COMPARA DUAS VERSOES DE UM FONTE GERADO (<FONTE>.Vnnn.cbl
      *>--OU O ATUAL) E DO SEU SPEC: LINHAS INSERIDAS, EXCLUIDAS E
      *>--ALTERADAS DO .cbl E DIFERENCA REGISTRO A REGISTRO DO .spc
      *>--(RELATORIO EM COMPARA.LST)
       ENVIRONMENT DIVISION.
       FILE-CONTROL.

           SELECT ARQLIDO ASSIGN TO DISK
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSLIDO.

           SELECT RELCMP ASSIGN TO DISK
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSREL.

       DATA DIVISION.
       FILE SECTION.

           FD  ARQLIDO
               VALUE OF FILE-ID IS W-ARQLIDO.

           01  REG-LIDO.
               05  DADOS-LIDO  PIC X(80).

           FD  RELCMP
               VALUE OF FILE-ID IS W-ARQREL.

           01  REG-REL.
               05  DADOS-REL   PIC X(111) VALUE SPACES.

       WORKING-STORAGE SECTION.

       01  W-FILE-STATUS.
           05  W-FSLIDO    PIC X(02) VALUE SPACES.
           05  W-FSREL     PIC X(02) VALUE SPACES.

       01  W-ARQS.
           05  W-ARQLIDO   PIC X(50) VALUE SPACES.
           05  W-ARQREL    PIC X(50) VALUE "COMPARA.LST".
           05  W-ARQCBL-A  PIC X(50) VALUE SPACES.
           05  W-ARQCBL-B  PIC X(50) VALUE SPACES.
           05  W-ARQSPC-A  PIC X(50) VALUE SPACES.
           05  W-ARQSPC-B  PIC X(50) VALUE SPACES.

       01  W-VAR.
           05  W-NOME-CBL    PIC X(10) VALUE SPACES.
           05  W-VERSAO-A    PIC 9(03) VALUE ZEROS.
           05  W-VERSAO-B    PIC 9(03) VALUE ZEROS.
           05  W-VERSAO      PIC 9(03) VALUE ZEROS.
           05  W-EXTENSAO    PIC X(04) VALUE SPACES.
           05  W-ARQ-MONTADO PIC X(50) VALUE SPACES.
           05  W-LADO        PIC X(01) VALUE SPACE.
               88  LADO-A VALUE "A".
               88  LADO-B VALUE "B".
           05  W-FIM-LIDO    PIC X(01) VALUE "N".
               88  FIM-DO-LIDO VALUE "S".
           05  W-ABRIU       PIC X(01) VALUE "N".
               88  ARQUIVO-ABERTO VALUE "S".
           05  W-TRUNCOU     PIC X(01) VALUE "N".
               88  TABELA-TRUNCADA VALUE "S".
           05  W-TEM-SPC-A   PIC X(01) VALUE "N".
           05  W-TEM-SPC-B   PIC X(01) VALUE "N".
           05  W-DATA-ATUAL  PIC 9(08) VALUE ZEROS.

      *>--COMPARACAO DO FONTE: PROCURA O PONTO DE RESSINCRONIA MAIS
      *>--PROXIMO (SOMA DOS SALTOS EM A E EM B) DENTRO DA JANELA
       01  W-DIF.
           05  W-IA          PIC 9(05) VALUE ZEROS.
           05  W-IB          PIC 9(05) VALUE ZEROS.
           05  W-PA          PIC 9(05) VALUE ZEROS.
           05  W-PB          PIC 9(05) VALUE ZEROS.
           05  W-SA          PIC 9(05) VALUE ZEROS.
           05  W-SB          PIC 9(05) VALUE ZEROS.
           05  W-DIST        PIC 9(05) VALUE ZEROS.
           05  W-JANELA      PIC 9(05) VALUE 100.
           05  W-SALTO-A     PIC 9(05) VALUE ZEROS.
           05  W-SALTO-B     PIC 9(05) VALUE ZEROS.
           05  W-NPAR        PIC 9(05) VALUE ZEROS.
           05  W-NN          PIC 9(05) VALUE ZEROS.
           05  W-SINC        PIC X(01) VALUE "N".
               88  SINCRONIA-ACHADA VALUE "S".
           05  W-QTD-IGUAIS  PIC 9(05) VALUE ZEROS.
           05  W-QTD-INSERE  PIC 9(05) VALUE ZEROS.
           05  W-QTD-EXCLUI  PIC 9(05) VALUE ZEROS.
           05  W-QTD-ALTERA  PIC 9(05) VALUE ZEROS.
           05  W-LIN-A-ED    PIC X(05) VALUE SPACES.
           05  W-LIN-B-ED    PIC X(05) VALUE SPACES.
           05  W-OCORRENCIA  PIC X(08) VALUE SPACES.
           05  W-TEXTO       PIC X(80) VALUE SPACES.

       01  W-FONTE-A.
           05  W-QTD-A       PIC 9(05) VALUE ZEROS.
           05  W-LIN-A       PIC X(80) OCCURS 9999 TIMES.

       01  W-FONTE-B.
           05  W-QTD-B       PIC 9(05) VALUE ZEROS.
           05  W-LIN-B       PIC X(80) OCCURS 9999 TIMES.

      *>--COMPARACAO DO SPEC: CADA REGISTRO E CASADO PELO TIPO MAIS
      *>--A SUA IDENTIFICACAO (NOME DO SEQUENCIAL, DO BOK, DO CAMPO)
       01  W-SPC.
           05  W-SPC-QTD-A   PIC 9(03) VALUE ZEROS.
           05  W-SPC-A OCCURS 999 TIMES.
               10  W-SPC-A-REG   PIC X(80).
               10  W-SPC-A-CHAVE PIC X(31).
           05  W-SPC-QTD-B   PIC 9(03) VALUE ZEROS.
           05  W-SPC-B OCCURS 999 TIMES.
               10  W-SPC-B-REG   PIC X(80).
               10  W-SPC-B-CHAVE PIC X(31).
               10  W-SPC-B-USADO PIC X(01).
           05  W-SX          PIC 9(03) VALUE ZEROS.
           05  W-SY          PIC 9(03) VALUE ZEROS.
           05  W-SPC-ACHOU   PIC 9(03) VALUE ZEROS.
           05  W-SPC-REG     PIC X(80) VALUE SPACES.
           05  W-SPC-CHAVE   PIC X(31) VALUE SPACES.
           05  W-SPC-DESC    PIC X(20) VALUE SPACES.
           05  W-SPC-INCL    PIC 9(03) VALUE ZEROS.
           05  W-SPC-EXCL    PIC 9(03) VALUE ZEROS.
           05  W-SPC-ALTE    PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       100-INICIO.

           PERFORM 101-TELA-OPCAO
           PERFORM 102-ABRE-RELATORIO
           PERFORM 110-CARREGA-FONTES
           PERFORM 130-COMPARA-FONTE
           PERFORM 140-COMPARA-SPEC
           PERFORM 150-FINALIZA

           DISPLAY ERASE
           DISPLAY "*** COMPARACAO DE VERSOES DE FONTE ***" AT 0203
           DISPLAY "LINHAS INSERIDAS.....:" AT 0503
           DISPLAY W-QTD-INSERE AT 0526
           DISPLAY "LINHAS EXCLUIDAS.....:" AT 0603
           DISPLAY W-QTD-EXCLUI AT 0626
           DISPLAY "LINHAS ALTERADAS.....:" AT 0703
           DISPLAY W-QTD-ALTERA AT 0726
           DISPLAY "DIFERENCAS NO SPEC...:" AT 0903
           ADD W-SPC-INCL W-SPC-EXCL W-SPC-ALTE GIVING W-SX
           DISPLAY W-SX AT 0926
           DISPLAY "VEJA O RELATORIO EM COMPARA.LST" AT 1103

           STOP RUN.

      *>--PEGA O FONTE E AS DUAS VERSOES (000 = FONTE ATUAL)
       101-TELA-OPCAO SECTION.

           DISPLAY ERASE
           DISPLAY "*** COMPARACAO DE VERSOES DE FONTE ***" AT 0203
           DISPLAY "NOME DO FONTE, EX. PLA001.:" AT 0403
           ACCEPT W-NOME-CBL
           DISPLAY "VERSAO ANTERIOR (nnn DO .Vnnn.cbl).:" AT 0603
           ACCEPT W-VERSAO-A
           DISPLAY "VERSAO POSTERIOR (000 OU EM BRANCO = FONTE"
               AT 0803
           DISPLAY "ATUAL).:" AT 0903
           ACCEPT W-VERSAO-B

           IF W-NOME-CBL = SPACES
               DISPLAY "NOME OBRIGATORIO!" AT 1103
               STOP RUN
           END-IF

           IF W-VERSAO-A = W-VERSAO-B
               DISPLAY "AS DUAS VERSOES SAO A MESMA!" AT 1103
               STOP RUN
           END-IF

           MOVE ".cbl" TO W-EXTENSAO
           MOVE W-VERSAO-A TO W-VERSAO
           PERFORM 105-MONTA-NOME
           MOVE W-ARQ-MONTADO TO W-ARQCBL-A
           MOVE W-VERSAO-B TO W-VERSAO
           PERFORM 105-MONTA-NOME
           MOVE W-ARQ-MONTADO TO W-ARQCBL-B

           MOVE ".spc" TO W-EXTENSAO
           MOVE W-VERSAO-A TO W-VERSAO
           PERFORM 105-MONTA-NOME
           MOVE W-ARQ-MONTADO TO W-ARQSPC-A
           MOVE W-VERSAO-B TO W-VERSAO
           PERFORM 105-MONTA-NOME
           MOVE W-ARQ-MONTADO TO W-ARQSPC-B.
       101-FIM.

      *>--MONTA O NOME DO ARQUIVO DE UMA VERSAO (BACKUP OU ATUAL)
       105-MONTA-NOME SECTION.

           MOVE SPACES TO W-ARQ-MONTADO
           IF W-VERSAO = ZEROS
               STRING W-NOME-CBL DELIMITED BY SPACES
                   W-EXTENSAO DELIMITED BY SIZE INTO W-ARQ-MONTADO
               END-STRING
           ELSE
               STRING W-NOME-CBL DELIMITED BY SPACES
                   ".V" W-VERSAO W-EXTENSAO DELIMITED BY SIZE
                   INTO W-ARQ-MONTADO
               END-STRING
           END-IF.
       105-FIM.

      *>--ABRE O RELATORIO E GRAVA O CABECALHO
       102-ABRE-RELATORIO SECTION.

           OPEN OUTPUT RELCMP
           IF W-FSREL NOT = "00"
               DISPLAY ERASE
               DISPLAY "*** COMPARACAO DE VERSOES DE FONTE ***"
                   AT 0203
               DISPLAY "ERRO AO ABRIR O RELATORIO COMPARA.LST!"
                   AT 0503
               STOP RUN
           END-IF

           ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE SPACES TO DADOS-REL
           STRING "COMPARACAO DE VERSOES DO FONTE " DELIMITED BY SIZE
               W-NOME-CBL DELIMITED BY SPACES
               "   EMITIDO EM " DELIMITED BY SIZE
               W-DATA-ATUAL(7:2) "/" W-DATA-ATUAL(5:2) "/"
               W-DATA-ATUAL(1:4) DELIMITED BY SIZE
               INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "VERSAO ANTERIOR (A)..: " DELIMITED BY SIZE
               W-ARQCBL-A DELIMITED BY SPACES
               " / " DELIMITED BY SIZE
               W-ARQSPC-A DELIMITED BY SPACES INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "VERSAO POSTERIOR (B).: " DELIMITED BY SIZE
               W-ARQCBL-B DELIMITED BY SPACES
               " / " DELIMITED BY SIZE
               W-ARQSPC-B DELIMITED BY SPACES INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           WRITE REG-REL.
       102-FIM.

      *>--CARREGA AS DUAS VERSOES DO FONTE E DO SPEC NAS TABELAS
       110-CARREGA-FONTES SECTION.

           MOVE "A" TO W-LADO
           MOVE W-ARQCBL-A TO W-ARQLIDO
           PERFORM 115-CARREGA-CBL
           IF NOT ARQUIVO-ABERTO
               PERFORM 119-ERRO-CARGA
           END-IF

           MOVE "B" TO W-LADO
           MOVE W-ARQCBL-B TO W-ARQLIDO
           PERFORM 115-CARREGA-CBL
           IF NOT ARQUIVO-ABERTO
               PERFORM 119-ERRO-CARGA
           END-IF

      *>--O SPEC PODE NAO EXISTIR EM FONTES ANTIGOS: A FALTA DELE
      *>--E RELATADA, SEM IMPEDIR A COMPARACAO DO FONTE
           MOVE "A" TO W-LADO
           MOVE W-ARQSPC-A TO W-ARQLIDO
           PERFORM 117-CARREGA-SPC
           MOVE W-ABRIU TO W-TEM-SPC-A

           MOVE "B" TO W-LADO
           MOVE W-ARQSPC-B TO W-ARQLIDO
           PERFORM 117-CARREGA-SPC
           MOVE W-ABRIU TO W-TEM-SPC-B.
       110-FIM.

      *>--CARREGA UM FONTE NA TABELA DO LADO PEDIDO
       115-CARREGA-CBL SECTION.

           MOVE "N" TO W-ABRIU
           MOVE "N" TO W-FIM-LIDO
           OPEN INPUT ARQLIDO
           IF W-FSLIDO = "00"
               MOVE "S" TO W-ABRIU
               PERFORM 116-LE-LINHA-CBL UNTIL FIM-DO-LIDO
               CLOSE ARQLIDO
           END-IF.
       115-FIM.

      *>--LE UMA LINHA DO FONTE
       116-LE-LINHA-CBL SECTION.

           READ ARQLIDO
               AT END
                   SET FIM-DO-LIDO TO TRUE
               NOT AT END
                   IF LADO-A
                       IF W-QTD-A < 9999
                           ADD 1 TO W-QTD-A
                           MOVE DADOS-LIDO TO W-LIN-A(W-QTD-A)
                       ELSE
                           SET TABELA-TRUNCADA TO TRUE
                       END-IF
                   ELSE
                       IF W-QTD-B < 9999
                           ADD 1 TO W-QTD-B
                           MOVE DADOS-LIDO TO W-LIN-B(W-QTD-B)
                       ELSE
                           SET TABELA-TRUNCADA TO TRUE
                       END-IF
                   END-IF
           END-READ.
       116-FIM.

      *>--CARREGA UM SPEC NA TABELA DO LADO PEDIDO
       117-CARREGA-SPC SECTION.

           MOVE "N" TO W-ABRIU
           MOVE "N" TO W-FIM-LIDO
           OPEN INPUT ARQLIDO
           IF W-FSLIDO = "00"
               MOVE "S" TO W-ABRIU
               PERFORM 118-LE-REG-SPC UNTIL FIM-DO-LIDO
               CLOSE ARQLIDO
           END-IF.
       117-FIM.

      *>--LE UM REGISTRO DO SPEC E CALCULA A CHAVE DE CASAMENTO
       118-LE-REG-SPC SECTION.

           READ ARQLIDO
               AT END
                   SET FIM-DO-LIDO TO TRUE
               NOT AT END
      *>--FINGERPRINT POR LINHA (L) SO ACOMPANHA O .cbl, JA COMPARADO
                   IF DADOS-LIDO(1:1) NOT = "L"
                       MOVE DADOS-LIDO TO W-SPC-REG
                       PERFORM 145-CHAVE-SPEC
                       IF LADO-A AND W-SPC-QTD-A < 999
                           ADD 1 TO W-SPC-QTD-A
                           MOVE W-SPC-REG TO W-SPC-A-REG(W-SPC-QTD-A)
                           MOVE W-SPC-CHAVE
                               TO W-SPC-A-CHAVE(W-SPC-QTD-A)
                       END-IF
                       IF LADO-B AND W-SPC-QTD-B < 999
                           ADD 1 TO W-SPC-QTD-B
                           MOVE W-SPC-REG TO W-SPC-B-REG(W-SPC-QTD-B)
                           MOVE W-SPC-CHAVE
                               TO W-SPC-B-CHAVE(W-SPC-QTD-B)
                           MOVE "N" TO W-SPC-B-USADO(W-SPC-QTD-B)
                       END-IF
                   END-IF
           END-READ.
       118-FIM.

      *>--FONTE DE UMA DAS VERSOES NAO ENCONTRADO
       119-ERRO-CARGA SECTION.

           MOVE SPACES TO DADOS-REL
           STRING "FONTE NAO ENCONTRADO.: " DELIMITED BY SIZE
               W-ARQLIDO DELIMITED BY SPACES INTO DADOS-REL
           END-STRING
           WRITE REG-REL
           CLOSE RELCMP

           DISPLAY ERASE
           DISPLAY "*** COMPARACAO DE VERSOES DE FONTE ***" AT 0203
           DISPLAY "FONTE NAO ENCONTRADO.:" AT 0503
           DISPLAY W-ARQLIDO(1:30) AT 0526
           STOP RUN.
       119-FIM.

      *>--COMPARA O FONTE LINHA A LINHA
       130-COMPARA-FONTE SECTION.

           MOVE SPACES TO DADOS-REL
           MOVE "*** FONTE (.cbl) ***" TO DADOS-REL
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           MOVE "LIN-A LIN-B OCORRENC |TEXTO" TO DADOS-REL
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           MOVE ALL "-" TO DADOS-REL(1:111)
           WRITE REG-REL

           MOVE 1 TO W-IA
           MOVE 1 TO W-IB
           PERFORM 131-COMPARA-LINHA
               UNTIL W-IA > W-QTD-A AND W-IB > W-QTD-B

           MOVE SPACES TO DADOS-REL
           MOVE ALL "-" TO DADOS-REL(1:111)
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "LINHAS NA VERSAO A.: " DELIMITED BY SIZE
               W-QTD-A DELIMITED BY SIZE
               "   LINHAS NA VERSAO B.: " DELIMITED BY SIZE
               W-QTD-B DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "IGUAIS.: " DELIMITED BY SIZE
               W-QTD-IGUAIS DELIMITED BY SIZE
               "   INSERIDAS.: " DELIMITED BY SIZE
               W-QTD-INSERE DELIMITED BY SIZE
               "   EXCLUIDAS.: " DELIMITED BY SIZE
               W-QTD-EXCLUI DELIMITED BY SIZE
               "   ALTERADAS.: " DELIMITED BY SIZE
               W-QTD-ALTERA DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           IF TABELA-TRUNCADA
               MOVE SPACES TO DADOS-REL
               STRING "ATENCAO: FONTE COM MAIS DE 9999 LINHAS - "
                   DELIMITED BY SIZE
                   "O RESTO NAO FOI COMPARADO" DELIMITED BY SIZE
                   INTO DADOS-REL
               END-STRING
               WRITE REG-REL
           END-IF

           MOVE SPACES TO DADOS-REL
           WRITE REG-REL.
       130-FIM.

      *>--TRATA A PROXIMA POSICAO DAS DUAS VERSOES
       131-COMPARA-LINHA SECTION.

           EVALUATE TRUE
               WHEN W-IA > W-QTD-A
                   PERFORM 135-RELATA-INSERIDA
               WHEN W-IB > W-QTD-B
                   PERFORM 136-RELATA-EXCLUIDA
               WHEN W-LIN-A(W-IA) = W-LIN-B(W-IB)
                   ADD 1 TO W-QTD-IGUAIS
                   ADD 1 TO W-IA
                   ADD 1 TO W-IB
               WHEN OTHER
                   PERFORM 132-PROCURA-SINCRONIA
                   IF SINCRONIA-ACHADA
                       PERFORM 134-RELATA-BLOCO
                   ELSE
                       PERFORM 137-RELATA-ALTERADA
                   END-IF
           END-EVALUATE.
       131-FIM.

      *>--PROCURA A RESSINCRONIA MAIS PROXIMA DENTRO DA JANELA
       132-PROCURA-SINCRONIA SECTION.

           MOVE "N" TO W-SINC
           PERFORM 1320-TENTA-DISTANCIA
               VARYING W-DIST FROM 1 BY 1
               UNTIL W-DIST > W-JANELA OR SINCRONIA-ACHADA.
       132-FIM.

      *>--TENTA TODAS AS COMBINACOES DE SALTO COM A MESMA SOMA
       1320-TENTA-DISTANCIA SECTION.

           PERFORM 1321-TENTA-SALTO
               VARYING W-SA FROM 0 BY 1
               UNTIL W-SA > W-DIST OR SINCRONIA-ACHADA.
       1320-FIM.

      *>--CONFERE SE A LINHA A+SA CASA COM A LINHA B+SB; NUMA LINHA
      *>--EM BRANCO PEDE QUE A SEGUINTE TAMBEM CASE, P/ NAO
      *>--RESSINCRONIZAR NO MEIO DE UM BLOCO ALTERADO
       1321-TENTA-SALTO SECTION.

           COMPUTE W-SB = W-DIST - W-SA
           COMPUTE W-PA = W-IA + W-SA
           COMPUTE W-PB = W-IB + W-SB

           IF W-PA > W-QTD-A OR W-PB > W-QTD-B
               CONTINUE
           ELSE
               IF W-LIN-A(W-PA) = W-LIN-B(W-PB)
                   EVALUATE TRUE
                       WHEN W-LIN-A(W-PA) NOT = SPACES
                       WHEN W-PA = W-QTD-A OR W-PB = W-QTD-B
                           SET SINCRONIA-ACHADA TO TRUE
                       WHEN W-LIN-A(W-PA + 1) = W-LIN-B(W-PB + 1)
                           SET SINCRONIA-ACHADA TO TRUE
                   END-EVALUATE
      *>--GUARDA OS SALTOS: O VARYING AINDA INCREMENTA O CONTADOR
                   IF SINCRONIA-ACHADA
                       MOVE W-SA TO W-SALTO-A
                       MOVE W-SB TO W-SALTO-B
                   END-IF
               END-IF
           END-IF.
       1321-FIM.

      *>--RELATA O BLOCO ATE A RESSINCRONIA: OS PARES VIRAM LINHAS
      *>--ALTERADAS E O QUE SOBRA, INSERIDAS OU EXCLUIDAS
       134-RELATA-BLOCO SECTION.

           IF W-SALTO-A < W-SALTO-B
               MOVE W-SALTO-A TO W-NPAR
           ELSE
               MOVE W-SALTO-B TO W-NPAR
           END-IF
           SUBTRACT W-NPAR FROM W-SALTO-A
           SUBTRACT W-NPAR FROM W-SALTO-B

           PERFORM 137-RELATA-ALTERADA
               VARYING W-NN FROM 1 BY 1 UNTIL W-NN > W-NPAR
           PERFORM 136-RELATA-EXCLUIDA
               VARYING W-NN FROM 1 BY 1 UNTIL W-NN > W-SALTO-A
           PERFORM 135-RELATA-INSERIDA
               VARYING W-NN FROM 1 BY 1 UNTIL W-NN > W-SALTO-B.
       134-FIM.

      *>--LINHA SO EXISTE NA VERSAO B
       135-RELATA-INSERIDA SECTION.

           ADD 1 TO W-QTD-INSERE
           MOVE SPACES TO W-LIN-A-ED
           MOVE W-IB TO W-LIN-B-ED
           MOVE "INSERIDA" TO W-OCORRENCIA
           MOVE W-LIN-B(W-IB) TO W-TEXTO
           PERFORM 138-GRAVA-DIFERENCA
           ADD 1 TO W-IB.
       135-FIM.

      *>--LINHA SO EXISTE NA VERSAO A
       136-RELATA-EXCLUIDA SECTION.

           ADD 1 TO W-QTD-EXCLUI
           MOVE W-IA TO W-LIN-A-ED
           MOVE SPACES TO W-LIN-B-ED
           MOVE "EXCLUIDA" TO W-OCORRENCIA
           MOVE W-LIN-A(W-IA) TO W-TEXTO
           PERFORM 138-GRAVA-DIFERENCA
           ADD 1 TO W-IA.
       136-FIM.

      *>--LINHA DA VERSAO A TROCADA PELA DA VERSAO B
       137-RELATA-ALTERADA SECTION.

           ADD 1 TO W-QTD-ALTERA
           MOVE W-IA TO W-LIN-A-ED
           MOVE W-IB TO W-LIN-B-ED
           MOVE "ALTER.DE" TO W-OCORRENCIA
           MOVE W-LIN-A(W-IA) TO W-TEXTO
           PERFORM 138-GRAVA-DIFERENCA

           MOVE SPACES TO W-LIN-A-ED
           MOVE SPACES TO W-LIN-B-ED
           MOVE "    PARA" TO W-OCORRENCIA
           MOVE W-LIN-B(W-IB) TO W-TEXTO
           PERFORM 138-GRAVA-DIFERENCA
           ADD 1 TO W-IA
           ADD 1 TO W-IB.
       137-FIM.

      *>--GRAVA UMA LINHA DE DIFERENCA DO FONTE
       138-GRAVA-DIFERENCA SECTION.

           MOVE SPACES TO DADOS-REL
           STRING W-LIN-A-ED DELIMITED BY SIZE
               " " W-LIN-B-ED DELIMITED BY SIZE
               " " W-OCORRENCIA DELIMITED BY SIZE
               " |" W-TEXTO DELIMITED BY SIZE
               INTO DADOS-REL
           END-STRING
           WRITE REG-REL.
       138-FIM.

      *>--COMPARA OS SPECS REGISTRO A REGISTRO
       140-COMPARA-SPEC SECTION.

           MOVE SPACES TO DADOS-REL
           MOVE "*** ESPECIFICACAO (.spc) ***" TO DADOS-REL
           WRITE REG-REL

           IF W-TEM-SPC-A NOT = "S" OR W-TEM-SPC-B NOT = "S"
               MOVE SPACES TO DADOS-REL
               IF W-TEM-SPC-A NOT = "S"
                   STRING "SPEC NAO ENCONTRADO.: " DELIMITED BY SIZE
                       W-ARQSPC-A DELIMITED BY SPACES INTO DADOS-REL
                   END-STRING
               ELSE
                   STRING "SPEC NAO ENCONTRADO.: " DELIMITED BY SIZE
                       W-ARQSPC-B DELIMITED BY SPACES INTO DADOS-REL
                   END-STRING
               END-IF
               WRITE REG-REL
           ELSE
               MOVE SPACES TO DADOS-REL
               MOVE "T DESCRICAO            OCORRENC|CONTEUDO"
                   TO DADOS-REL
               WRITE REG-REL

               MOVE SPACES TO DADOS-REL
               MOVE ALL "-" TO DADOS-REL(1:111)
               WRITE REG-REL

               PERFORM 141-CASA-REG-A
                   VARYING W-SX FROM 1 BY 1 UNTIL W-SX > W-SPC-QTD-A
               PERFORM 143-SOBRA-REG-B
                   VARYING W-SY FROM 1 BY 1 UNTIL W-SY > W-SPC-QTD-B

               MOVE SPACES TO DADOS-REL
               MOVE ALL "-" TO DADOS-REL(1:111)
               WRITE REG-REL

               MOVE SPACES TO DADOS-REL
               STRING "REGISTROS INCLUIDOS.: " DELIMITED BY SIZE
                   W-SPC-INCL DELIMITED BY SIZE
                   "   EXCLUIDOS.: " DELIMITED BY SIZE
                   W-SPC-EXCL DELIMITED BY SIZE
                   "   ALTERADOS.: " DELIMITED BY SIZE
                   W-SPC-ALTE DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
               WRITE REG-REL
           END-IF.
       140-FIM.

      *>--PROCURA NO SPEC B O REGISTRO COM A MESMA CHAVE DO A
       141-CASA-REG-A SECTION.

           MOVE ZEROS TO W-SPC-ACHOU
           PERFORM 142-PROCURA-CHAVE-B
               VARYING W-SY FROM 1 BY 1
               UNTIL W-SY > W-SPC-QTD-B OR W-SPC-ACHOU NOT = ZEROS

           MOVE W-SPC-A-REG(W-SX) TO W-SPC-REG
           PERFORM 146-DESCREVE-TIPO
           IF W-SPC-ACHOU = ZEROS
               ADD 1 TO W-SPC-EXCL
               MOVE "EXCLUIDO" TO W-OCORRENCIA
               PERFORM 147-GRAVA-DIF-SPEC
           ELSE
               MOVE "S" TO W-SPC-B-USADO(W-SPC-ACHOU)
               IF W-SPC-A-REG(W-SX) NOT = W-SPC-B-REG(W-SPC-ACHOU)
                   ADD 1 TO W-SPC-ALTE
                   MOVE "ALTER.DE" TO W-OCORRENCIA
                   PERFORM 147-GRAVA-DIF-SPEC
                   MOVE W-SPC-B-REG(W-SPC-ACHOU) TO W-SPC-REG
                   MOVE SPACES TO W-SPC-DESC
                   MOVE "    PARA" TO W-OCORRENCIA
                   PERFORM 147-GRAVA-DIF-SPEC
               END-IF
           END-IF.
       141-FIM.

      *>--CONFERE UM REGISTRO DO SPEC B AINDA NAO CASADO
       142-PROCURA-CHAVE-B SECTION.

           IF W-SPC-B-USADO(W-SY) = "N"
               AND W-SPC-B-CHAVE(W-SY) = W-SPC-A-CHAVE(W-SX)
               MOVE W-SY TO W-SPC-ACHOU
           END-IF.
       142-FIM.

      *>--REGISTRO DO SPEC B SEM CORRESPONDENTE NO A
       143-SOBRA-REG-B SECTION.

           IF W-SPC-B-USADO(W-SY) = "N"
               ADD 1 TO W-SPC-INCL
               MOVE W-SPC-B-REG(W-SY) TO W-SPC-REG
               PERFORM 146-DESCREVE-TIPO
               MOVE "INCLUIDO" TO W-OCORRENCIA
               PERFORM 147-GRAVA-DIF-SPEC
           END-IF.
       143-FIM.

      *>--CHAVE DE CASAMENTO: TIPO + IDENTIFICACAO DO REGISTRO
      *>--(TIPOS DE OCORRENCIA UNICA CASAM SO PELO TIPO)
       145-CHAVE-SPEC SECTION.

           MOVE SPACES TO W-SPC-CHAVE
           MOVE W-SPC-REG(1:1) TO W-SPC-CHAVE(1:1)
           EVALUATE W-SPC-REG(1:1)
               WHEN "2"
                   MOVE W-SPC-REG(2:3) TO W-SPC-CHAVE(2:3)
               WHEN "5"
                   MOVE W-SPC-REG(2:10) TO W-SPC-CHAVE(2:10)
               WHEN "7"
                   MOVE W-SPC-REG(2:10) TO W-SPC-CHAVE(2:10)
               WHEN "T"
                   MOVE W-SPC-REG(2:30) TO W-SPC-CHAVE(2:30)
               WHEN "H"
                   MOVE W-SPC-REG(2:14) TO W-SPC-CHAVE(2:14)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       145-FIM.

      *>--DESCRICAO DO TIPO DE REGISTRO DO SPEC
       146-DESCREVE-TIPO SECTION.

           EVALUATE W-SPC-REG(1:1)
               WHEN "1"
                   MOVE "QTD DE ARQUIVOS" TO W-SPC-DESC
               WHEN "2"
                   MOVE "ARQUIVO (SL/FD)" TO W-SPC-DESC
               WHEN "3"
                   MOVE "SOBRESCRITA" TO W-SPC-DESC
               WHEN "4"
                   MOVE "QTD DE SEQUENCIAIS" TO W-SPC-DESC
               WHEN "5"
                   MOVE "SEQUENCIAL" TO W-SPC-DESC
               WHEN "6"
                   MOVE "QTD DE BOKS" TO W-SPC-DESC
               WHEN "7"
                   MOVE "BOK DE WORKING" TO W-SPC-DESC
               WHEN "8"
                   MOVE "NOME DO FONTE" TO W-SPC-DESC
               WHEN "9"
                   MOVE "TIPO DE PROCESSAM." TO W-SPC-DESC
               WHEN "B"
                   MOVE "CAMPOS DE QUEBRA" TO W-SPC-DESC
               WHEN "T"
                   MOVE "CAMPO DE TOTAL" TO W-SPC-DESC
               WHEN "H"
                   MOVE "FINGERPRINT DE BOK" TO W-SPC-DESC
               WHEN "G"
                   MOVE "FINGERPRINT DO FONTE" TO W-SPC-DESC
               WHEN "A"
                   MOVE "AUTOR" TO W-SPC-DESC
               WHEN "D"
                   MOVE "DESCRICAO" TO W-SPC-DESC
               WHEN "0"
                   MOVE "CONFIRMACAO" TO W-SPC-DESC
               WHEN OTHER
                   MOVE "OUTRO REGISTRO" TO W-SPC-DESC
           END-EVALUATE.
       146-FIM.

      *>--GRAVA UMA LINHA DE DIFERENCA DO SPEC
       147-GRAVA-DIF-SPEC SECTION.

           MOVE SPACES TO DADOS-REL
           STRING W-SPC-REG(1:1) DELIMITED BY SIZE
               " " W-SPC-DESC DELIMITED BY SIZE
               " " W-OCORRENCIA DELIMITED BY SIZE
               "|" W-SPC-REG(2:79) DELIMITED BY SIZE
               INTO DADOS-REL
           END-STRING
           WRITE REG-REL.
       147-FIM.

      *>--ENCERRAMENTO
       150-FINALIZA SECTION.

           CLOSE RELCMP.
       150-FIM.
