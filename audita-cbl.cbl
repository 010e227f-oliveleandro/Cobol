       IDENTIFICATION DIVISION.
       PROGRAM-ID. audita-cbl.
       AUTHOR.     "LEANDRO O.C. 20261014".
      *>--CONFERE O CODIGO GERADO DE CADA FONTE CATALOGADO COM O
      *>--FINGERPRINT GRAVADO NO .spc NA GERACAO (REGISTROS G E L) E
      *>--LISTA OS FONTES ALTERADOS A MAO FORA DOS TRECHOS DE USUARIO,
      *>--COM AS PRIMEIRAS LINHAS DIFERENTES (ESSAS ALTERACOES SE
      *>--PERDEM NUMA REGERACAO)
       ENVIRONMENT DIVISION.
       FILE-CONTROL.

           SELECT CATALOGO ASSIGN TO DISK
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CAT-CHAVE
               ALTERNATE RECORD KEY IS CAT-DATA
                   WITH DUPLICATES
               FILE STATUS     IS W-FSCAT.

           SELECT ARQSPEC ASSIGN TO DISK
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSSPEC.

           SELECT ARQCBL ASSIGN TO DISK
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSCBL.

           SELECT RELAUD ASSIGN TO DISK
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSREL.

       DATA DIVISION.
       FILE SECTION.

           FD  CATALOGO
               VALUE OF FILE-ID IS W-ARQCAT.

           01  REG-CAT.
               05  CAT-CHAVE.
                   10  CAT-PROGRAMA  PIC X(10).
                   10  CAT-VERSAO    PIC 9(03).
               05  CAT-DATA      PIC X(10).
               05  CAT-QTDE-ARQ  PIC 9(03).
               05  CAT-QTDE-SEQ  PIC 9(03).
               05  CAT-SEQ       PIC X(200).
               05  CAT-BOK       PIC X(200).
               05  CAT-JOB       PIC X(14).
               05  CAT-TIPO      PIC X(01).
               05  CAT-SITUACAO  PIC X(01).
               05  CAT-DATA-SIT  PIC X(10).
               05  CAT-RC        PIC 9(03).

           FD  ARQSPEC
               VALUE OF FILE-ID IS W-ARQSPEC.

           01  REG-SPEC.
               05  SPEC-TIPO   PIC X(01).
                   88  SPEC-FP-TOTAL VALUE "G".
                   88  SPEC-FP-LINHAS VALUE "L".
               05  SPEC-DADO   PIC X(79).

           FD  ARQCBL
               VALUE OF FILE-ID IS W-ARQCBL.

           01  REG-CBL.
               05  DADOS-CBL   PIC X(80).

           FD  RELAUD
               VALUE OF FILE-ID IS W-ARQREL.

           01  REG-REL.
               05  DADOS-REL   PIC X(80) VALUE SPACES.

       WORKING-STORAGE SECTION.

       01  W-FILE-STATUS.
           05  W-FSCAT     PIC X(02) VALUE SPACES.
           05  W-FSSPEC    PIC X(02) VALUE SPACES.
           05  W-FSCBL     PIC X(02) VALUE SPACES.
           05  W-FSREL     PIC X(02) VALUE SPACES.

       01  W-ARQS.
           05  W-ARQCAT    PIC X(50) VALUE "CATALOGO.DAT".
           05  W-ARQSPEC   PIC X(50) VALUE SPACES.
           05  W-ARQCBL    PIC X(50) VALUE SPACES.
           05  W-ARQREL    PIC X(50) VALUE "AUDITA.LST".

       01  W-VAR.
           05  W-FIM-CAT     PIC X(01) VALUE "N".
               88  FIM-DO-CATALOGO VALUE "S".
           05  W-FIM-SPEC    PIC X(01) VALUE "N".
               88  FIM-DO-SPEC VALUE "S".
           05  W-FIM-CBL     PIC X(01) VALUE "N".
               88  FIM-DO-CBL VALUE "S".
           05  W-PROG-ANT    PIC X(10) VALUE SPACES.
           05  W-PROG-ATUAL  PIC X(10) VALUE SPACES.
           05  W-QTD-PROGS   PIC 9(05) VALUE ZEROS.
           05  W-QTD-ALTERADO PIC 9(05) VALUE ZEROS.
           05  W-QTD-SEM-FP  PIC 9(05) VALUE ZEROS.
           05  W-QTD-SEM-CBL PIC 9(05) VALUE ZEROS.
           05  W-J           PIC 9(02) VALUE ZEROS.
           05  W-POS         PIC 9(02) VALUE ZEROS.
           05  W-DATA-ATUAL  PIC 9(08) VALUE ZEROS.

      *>--FINGERPRINT GRAVADO NO SPEC: TOTAL (G) E POR LINHA (L)
       01  W-FP-SPEC.
           05  W-FPS-ACHOU-G    PIC X(01) VALUE "N".
               88  FPS-TEM-G VALUE "S".
           05  W-FPS-TOTAL      PIC 9(09) VALUE ZEROS.
           05  W-FPS-LINHAS     PIC 9(05) VALUE ZEROS.
           05  W-FPS-PRIM       PIC 9(05) VALUE ZEROS.
           05  W-FPS-IX         PIC 9(05) VALUE ZEROS.
           05  W-FPS-QTD-L      PIC 9(05) VALUE ZEROS.
           05  W-FPS-LINHA      PIC 9(05) OCCURS 9999 TIMES.

      *>--FINGERPRINT RECALCULADO DO FONTE ATUAL
       01  W-FP-FONTE.
           05  W-FPF-TOTAL      PIC 9(09) VALUE ZEROS.
           05  W-FPF-LINHAS     PIC 9(05) VALUE ZEROS.
           05  W-FPF-LINHA      PIC 9(05) VALUE ZEROS.
           05  W-FPF-NUM-CBL    PIC 9(05) VALUE ZEROS.
           05  W-FPF-NO-TRECHO  PIC X(01) VALUE "N".
               88  FPF-DENTRO-TRECHO VALUE "S".
           05  W-FPF-QTD-DIF    PIC 9(02) VALUE ZEROS.
           05  W-FPF-MAX-DIF    PIC 9(02) VALUE 5.
           05  W-FPF-DIF OCCURS 5 TIMES.
               10  W-DIF-NUM    PIC 9(05).
               10  W-DIF-TEXTO  PIC X(72).

      *>--CALCULO DO FINGERPRINT (MESMO ALGORITMO DO cria-cbl:
      *>--PESO DO CARACTERE + POSICAO, MOD 999999937)
       01  W-HASH.
           05  W-HASH-BOK       PIC 9(09) VALUE ZEROS.
           05  W-HASH-TRAB      PIC 9(18) VALUE ZEROS.
           05  W-HASH-Q         PIC 9(09) VALUE ZEROS.
           05  W-HASH-CH        PIC X(01) VALUE SPACE.
           05  W-HASH-PESO      PIC 9(02) VALUE ZEROS.
           05  W-HASH-POS       PIC 9(02) VALUE ZEROS.
           05  W-HASH-IX        PIC 9(02) VALUE ZEROS.
           05  W-HASH-ALFA.
               10  FILLER PIC X(26) VALUE
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
               10  FILLER PIC X(26) VALUE
                   "abcdefghijklmnopqrstuvwxyz".
               10  FILLER PIC X(10) VALUE "0123456789".
               10  FILLER PIC X(14) VALUE "().,:;=-'+*/<>".

       PROCEDURE DIVISION.
       100-INICIO.

           PERFORM 101-ABRE-ARQUIVOS
           PERFORM 102-CABECALHO
           PERFORM 110-LE-CATALOGO
           PERFORM 120-PROCESSA UNTIL FIM-DO-CATALOGO
           PERFORM 190-FINALIZA

           STOP RUN.

      *>--ABRE O CATALOGO E O RELATORIO
       101-ABRE-ARQUIVOS SECTION.

           OPEN INPUT CATALOGO
           IF W-FSCAT NOT = "00"
               DISPLAY ERASE
               DISPLAY "*** AUDITORIA DE FONTES ALTERADOS ***"
                   AT 0203
               DISPLAY "ERRO AO ABRIR O CATALOGO.DAT! STATUS.:"
                   AT 0503
               DISPLAY W-FSCAT AT 0542
               STOP RUN
           END-IF

           OPEN OUTPUT RELAUD
           IF W-FSREL NOT = "00"
               DISPLAY ERASE
               DISPLAY "*** AUDITORIA DE FONTES ALTERADOS ***"
                   AT 0203
               DISPLAY "ERRO AO ABRIR O AUDITA.LST!" AT 0503
               CLOSE CATALOGO
               STOP RUN
           END-IF.
       101-FIM.

      *>--GRAVA O CABECALHO DO RELATORIO
       102-CABECALHO SECTION.

           ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE SPACES TO DADOS-REL
           STRING "AUDITORIA DE FONTES ALTERADOS FORA DOS TRECHOS EM "
               DELIMITED BY SIZE
               W-DATA-ATUAL(7:2) "/" W-DATA-ATUAL(5:2) "/"
               W-DATA-ATUAL(1:4) DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           WRITE REG-REL.
       102-FIM.

      *>--LE UM REGISTRO DO CATALOGO
       110-LE-CATALOGO SECTION.

           READ CATALOGO NEXT RECORD
               AT END
                   SET FIM-DO-CATALOGO TO TRUE
           END-READ
           IF W-FSCAT NOT = "00" AND W-FSCAT NOT = "02"
               SET FIM-DO-CATALOGO TO TRUE
           END-IF.
       110-FIM.

      *>--CADA PROGRAMA DISTINTO DO CATALOGO E AUDITADO UMA VEZ
       120-PROCESSA SECTION.

           IF CAT-PROGRAMA NOT = W-PROG-ANT
               MOVE CAT-PROGRAMA TO W-PROG-ANT
               MOVE CAT-PROGRAMA TO W-PROG-ATUAL
               PERFORM 130-AUDITA-PROGRAMA
           END-IF

           PERFORM 110-LE-CATALOGO.
       120-FIM.

      *>--CONFERE O FONTE ATUAL DE UM PROGRAMA COM O SEU SPEC
       130-AUDITA-PROGRAMA SECTION.

           ADD 1 TO W-QTD-PROGS
           PERFORM 140-CARREGA-SPEC

           EVALUATE TRUE
               WHEN W-FSSPEC = "35"
                   ADD 1 TO W-QTD-SEM-FP
                   MOVE SPACES TO DADOS-REL
                   STRING W-PROG-ATUAL DELIMITED BY SIZE
                       " SEM ARQUIVO .spc - NAO AUDITAVEL"
                       DELIMITED BY SIZE INTO DADOS-REL
                   END-STRING
                   WRITE REG-REL
               WHEN NOT FPS-TEM-G
                   ADD 1 TO W-QTD-SEM-FP
                   MOVE SPACES TO DADOS-REL
                   STRING W-PROG-ATUAL DELIMITED BY SIZE
                       " SPEC SEM FINGERPRINT DO FONTE - REGERE P/ "
                       DELIMITED BY SIZE
                       "CRIAR" DELIMITED BY SIZE INTO DADOS-REL
                   END-STRING
                   WRITE REG-REL
               WHEN OTHER
                   PERFORM 150-CONFERE-FONTE
           END-EVALUATE.
       130-FIM.

      *>--CARREGA O FINGERPRINT GRAVADO NO .spc DO PROGRAMA
       140-CARREGA-SPEC SECTION.

           MOVE "N" TO W-FPS-ACHOU-G
           MOVE ZEROS TO W-FPS-TOTAL
           MOVE ZEROS TO W-FPS-LINHAS
           MOVE ZEROS TO W-FPS-QTD-L
           MOVE "N" TO W-FIM-SPEC

           MOVE SPACES TO W-ARQSPEC
           STRING W-PROG-ATUAL DELIMITED BY SPACES
               ".spc" DELIMITED BY SIZE INTO W-ARQSPEC
           END-STRING

           OPEN INPUT ARQSPEC
           IF W-FSSPEC = "00"
               PERFORM 145-LE-SPEC UNTIL FIM-DO-SPEC
               CLOSE ARQSPEC
               MOVE "00" TO W-FSSPEC
           END-IF.
       140-FIM.

      *>--LE UMA LINHA DO SPEC, GUARDANDO OS REGISTROS G E L
       145-LE-SPEC SECTION.

           READ ARQSPEC
               AT END
                   SET FIM-DO-SPEC TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SPEC-FP-TOTAL
                           AND SPEC-DADO(1:14) IS NUMERIC
                           MOVE SPEC-DADO(1:9) TO W-FPS-TOTAL
                           MOVE SPEC-DADO(10:5) TO W-FPS-LINHAS
                           SET FPS-TEM-G TO TRUE
                       WHEN SPEC-FP-LINHAS
                           AND SPEC-DADO(1:5) IS NUMERIC
                           MOVE SPEC-DADO(1:5) TO W-FPS-PRIM
                           PERFORM 146-GUARDA-LINHA-L
                               VARYING W-J FROM 1 BY 1 UNTIL W-J > 14
                   END-EVALUATE
           END-READ.
       145-FIM.

      *>--GUARDA O FINGERPRINT DE UMA LINHA GERADA (REGISTRO L)
       146-GUARDA-LINHA-L SECTION.

           COMPUTE W-POS = W-J * 5 + 1
           COMPUTE W-FPS-IX = W-FPS-PRIM + W-J - 1
           IF SPEC-DADO(W-POS:5) IS NUMERIC
               AND W-FPS-IX > ZEROS AND W-FPS-IX NOT > 9999
               MOVE SPEC-DADO(W-POS:5) TO W-FPS-LINHA(W-FPS-IX)
               IF W-FPS-IX > W-FPS-QTD-L
                   MOVE W-FPS-IX TO W-FPS-QTD-L
               END-IF
           END-IF.
       146-FIM.

      *>--RECALCULA O FINGERPRINT DO FONTE ATUAL, LINHA A LINHA
       150-CONFERE-FONTE SECTION.

           MOVE ZEROS TO W-FPF-TOTAL
           MOVE ZEROS TO W-FPF-LINHAS
           MOVE ZEROS TO W-FPF-NUM-CBL
           MOVE ZEROS TO W-FPF-QTD-DIF
           MOVE "N" TO W-FPF-NO-TRECHO
           MOVE "N" TO W-FIM-CBL

           MOVE SPACES TO W-ARQCBL
           STRING W-PROG-ATUAL DELIMITED BY SPACES
               ".cbl" DELIMITED BY SIZE INTO W-ARQCBL
           END-STRING

           OPEN INPUT ARQCBL
           IF W-FSCBL NOT = "00"
               ADD 1 TO W-QTD-SEM-CBL
               MOVE SPACES TO DADOS-REL
               STRING W-PROG-ATUAL DELIMITED BY SIZE
                   " FONTE " DELIMITED BY SIZE
                   W-ARQCBL DELIMITED BY SPACES
                   " NAO ENCONTRADO" DELIMITED BY SIZE
                   INTO DADOS-REL
               END-STRING
               WRITE REG-REL
           ELSE
               PERFORM 155-LE-LINHA-FONTE UNTIL FIM-DO-CBL
               CLOSE ARQCBL
               IF W-FPF-TOTAL NOT = W-FPS-TOTAL
                   OR W-FPF-LINHAS NOT = W-FPS-LINHAS
                   PERFORM 160-RELATA-ALTERADO
               END-IF
           END-IF.
       150-FIM.

      *>--LE UMA LINHA DO FONTE, PULANDO OS TRECHOS DE USUARIO,
      *>--COMENTARIOS E LINHAS EM BRANCO (COMO NA GERACAO)
       155-LE-LINHA-FONTE SECTION.

           READ ARQCBL
               AT END
                   SET FIM-DO-CBL TO TRUE
               NOT AT END
                   ADD 1 TO W-FPF-NUM-CBL
                   EVALUATE TRUE
                       WHEN DADOS-CBL(1:33) =
                           "      *>--INICIO TRECHO USUARIO: "
                           SET FPF-DENTRO-TRECHO TO TRUE
                       WHEN DADOS-CBL(1:30) =
                           "      *>--FIM TRECHO USUARIO: "
                           MOVE "N" TO W-FPF-NO-TRECHO
                       WHEN FPF-DENTRO-TRECHO
                           CONTINUE
                       WHEN DADOS-CBL(7:1) = "*"
                           OR DADOS-CBL = SPACES
                           CONTINUE
                       WHEN OTHER
                           PERFORM 156-CONFERE-LINHA
                   END-EVALUATE
           END-READ.
       155-FIM.

      *>--ACUMULA A LINHA NO TOTAL E CONFERE O SEU FINGERPRINT COM O
      *>--DA MESMA LINHA NA GERACAO
       156-CONFERE-LINHA SECTION.

           MOVE ZEROS TO W-HASH-BOK
           PERFORM 1631-ACUMULA-HASH
           COMPUTE W-HASH-TRAB = W-FPF-TOTAL * 31 + W-HASH-BOK
           DIVIDE W-HASH-TRAB BY 999999937
               GIVING W-HASH-Q REMAINDER W-FPF-TOTAL
           ADD 1 TO W-FPF-LINHAS

           DIVIDE W-HASH-BOK BY 99991
               GIVING W-HASH-Q REMAINDER W-FPF-LINHA

           IF W-FPS-QTD-L > ZEROS
               AND W-FPF-QTD-DIF < W-FPF-MAX-DIF
               IF W-FPF-LINHAS > W-FPS-QTD-L
                   OR W-FPF-LINHA NOT = W-FPS-LINHA(W-FPF-LINHAS)
                   ADD 1 TO W-FPF-QTD-DIF
                   MOVE W-FPF-NUM-CBL TO W-DIF-NUM(W-FPF-QTD-DIF)
                   MOVE DADOS-CBL(1:72) TO W-DIF-TEXTO(W-FPF-QTD-DIF)
               END-IF
           END-IF.
       156-FIM.

      *>--FONTE COM O CODIGO GERADO ALTERADO: LISTA AS PRIMEIRAS
      *>--LINHAS DIFERENTES (NUMERO NO .cbl E TEXTO ATUAL)
       160-RELATA-ALTERADO SECTION.

           ADD 1 TO W-QTD-ALTERADO
           MOVE SPACES TO DADOS-REL
           STRING W-PROG-ATUAL DELIMITED BY SIZE
               " ALTERADO FORA DOS TRECHOS - LINHAS GERADAS ERA "
               DELIMITED BY SIZE
               W-FPS-LINHAS DELIMITED BY SIZE
               ", ESTA " DELIMITED BY SIZE
               W-FPF-LINHAS DELIMITED BY SIZE
               INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           EVALUATE TRUE
               WHEN W-FPF-QTD-DIF > ZEROS
                   STRING "  PRIMEIRAS LINHAS DIFERENTES (LINHA|TEXTO "
                       DELIMITED BY SIZE
                       "ATUAL):" DELIMITED BY SIZE INTO DADOS-REL
                   END-STRING
                   WRITE REG-REL
                   PERFORM 161-GRAVA-LINHA-DIF
                       VARYING W-J FROM 1 BY 1
                       UNTIL W-J > W-FPF-QTD-DIF
               WHEN W-FPS-QTD-L > ZEROS
                   AND W-FPF-LINHAS < W-FPS-LINHAS
                   STRING "  LINHAS GERADAS REMOVIDAS NO FINAL DO "
                       DELIMITED BY SIZE
                       "FONTE" DELIMITED BY SIZE INTO DADOS-REL
                   END-STRING
                   WRITE REG-REL
               WHEN OTHER
                   STRING "  LINHA ALTERADA NAO LOCALIZADA (SPEC SEM "
                       DELIMITED BY SIZE
                       "REGISTROS L)" DELIMITED BY SIZE
                       INTO DADOS-REL
                   END-STRING
                   WRITE REG-REL
           END-EVALUATE

           MOVE SPACES TO DADOS-REL
           WRITE REG-REL.
       160-FIM.

      *>--GRAVA UMA LINHA DIFERENTE NO RELATORIO
       161-GRAVA-LINHA-DIF SECTION.

           MOVE SPACES TO DADOS-REL
           STRING "  " DELIMITED BY SIZE
               W-DIF-NUM(W-J) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               W-DIF-TEXTO(W-J) DELIMITED BY SIZE
               INTO DADOS-REL
           END-STRING
           WRITE REG-REL.
       161-FIM.

      *>--ACUMULA OS CARACTERES DE UMA LINHA NO FINGERPRINT
       1631-ACUMULA-HASH SECTION.

           PERFORM VARYING W-HASH-POS FROM 1 BY 1
               UNTIL W-HASH-POS > 72
               MOVE DADOS-CBL(W-HASH-POS:1) TO W-HASH-CH
               IF W-HASH-CH NOT = SPACE
                   MOVE ZEROS TO W-HASH-PESO
                   PERFORM VARYING W-HASH-IX FROM 1 BY 1
                       UNTIL W-HASH-IX > 76
                       OR W-HASH-PESO NOT = ZEROS
                       IF W-HASH-ALFA(W-HASH-IX:1) = W-HASH-CH
                           MOVE W-HASH-IX TO W-HASH-PESO
                       END-IF
                   END-PERFORM
                   COMPUTE W-HASH-TRAB = W-HASH-BOK * 37
                       + W-HASH-PESO + W-HASH-POS
                   DIVIDE W-HASH-TRAB BY 999999937
                       GIVING W-HASH-Q REMAINDER W-HASH-BOK
               END-IF
           END-PERFORM.
       1631-FIM.

      *>--TOTAIS E ENCERRAMENTO
       190-FINALIZA SECTION.

           MOVE SPACES TO DADOS-REL
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "PROGRAMAS AUDITADOS...: " DELIMITED BY SIZE
               W-QTD-PROGS DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "ALTERADOS A MAO.......: " DELIMITED BY SIZE
               W-QTD-ALTERADO DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "SEM FINGERPRINT.......: " DELIMITED BY SIZE
               W-QTD-SEM-FP DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "FONTE NAO ENCONTRADO..: " DELIMITED BY SIZE
               W-QTD-SEM-CBL DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           CLOSE CATALOGO
           CLOSE RELAUD

           DISPLAY ERASE
           DISPLAY "*** AUDITORIA DE FONTES ALTERADOS ***" AT 0203
           DISPLAY "PROGRAMAS AUDITADOS...:" AT 0503
           DISPLAY W-QTD-PROGS AT 0527
           DISPLAY "ALTERADOS A MAO.......:" AT 0603
           DISPLAY W-QTD-ALTERADO AT 0627
           DISPLAY "SEM FINGERPRINT.......:" AT 0703
           DISPLAY W-QTD-SEM-FP AT 0727
           DISPLAY "FONTE NAO ENCONTRADO..:" AT 0803
           DISPLAY W-QTD-SEM-CBL AT 0827
           DISPLAY "RELATORIO EM AUDITA.LST" AT 1003.
       190-FIM.
