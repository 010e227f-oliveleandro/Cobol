       IDENTIFICATION DIVISION.
       PROGRAM-ID. atualiza-cat.
       AUTHOR.     "LEANDRO O.C. 20261014".
      *>--PASSO BATCH DO FIM DO LOTE: LE OS RETORNOS DE COMPILACAO
      *>--E DE EXECUCAO QUE OS JOBS GRAVAM NO RESUMO.LOG E ATUALIZA
      *>--A SITUACAO DA ULTIMA VERSAO DE CADA PROGRAMA NO
      *>--CATALOGO.DAT (RELATORIO EM SITUACAO.LST)
       ENVIRONMENT DIVISION.
       FILE-CONTROL.

           SELECT RESUMO ASSIGN TO DISK
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSRES.

           SELECT CATALOGO ASSIGN TO DISK
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CAT-CHAVE
               ALTERNATE RECORD KEY IS CAT-DATA
                   WITH DUPLICATES
               FILE STATUS     IS W-FSCAT.

           SELECT RELSIT ASSIGN TO DISK
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSREL.

       DATA DIVISION.
       FILE SECTION.

           FD  RESUMO
               VALUE OF FILE-ID IS W-ARQRES.

           01  REG-RES.
               05  DADOS-RES   PIC X(80).

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

           FD  RELSIT
               VALUE OF FILE-ID IS W-ARQREL.

           01  REG-REL.
               05  DADOS-REL   PIC X(80) VALUE SPACES.

       WORKING-STORAGE SECTION.

       01  W-FILE-STATUS.
           05  W-FSRES     PIC X(02) VALUE SPACES.
           05  W-FSCAT     PIC X(02) VALUE SPACES.
           05  W-FSREL     PIC X(02) VALUE SPACES.

       01  W-ARQS.
           05  W-ARQRES    PIC X(50) VALUE "RESUMO.LOG".
           05  W-ARQCAT    PIC X(50) VALUE "CATALOGO.DAT".
           05  W-ARQREL    PIC X(50) VALUE "SITUACAO.LST".

       01  W-VAR.
           05  W-FIM-RES     PIC X(01) VALUE "N".
               88  FIM-DO-RESUMO VALUE "S".
           05  W-FIM-VERCAT  PIC X(01) VALUE "N".
               88  FIM-DAS-VERSOES VALUE "S".
           05  W-ULT-VERSAO  PIC 9(03) VALUE ZEROS.
           05  W-LOG-PROG    PIC X(10) VALUE SPACES.
           05  W-LOG-FASE    PIC X(10) VALUE SPACES.
               88  FASE-COMPILACAO VALUE "COMPILACAO".
               88  FASE-EXECUCAO   VALUE "EXECUCAO".
           05  W-LOG-RC      PIC X(10) VALUE SPACES.
           05  W-LOG-DATA    PIC X(10) VALUE SPACES.
           05  W-RC          PIC 9(03) VALUE ZEROS.
           05  W-KK          PIC 9(02) VALUE ZEROS.
           05  W-DIG-X       PIC X(01) VALUE SPACE.
           05  W-DIG-N REDEFINES W-DIG-X PIC 9(01).
           05  W-SITUACAO    PIC X(01) VALUE SPACE.
           05  W-DESC-SIT    PIC X(20) VALUE SPACES.
           05  W-DATA-ATUAL  PIC 9(08) VALUE ZEROS.
           05  W-DATA-HOJE   PIC X(10) VALUE SPACES.
           05  W-QTD-LIDOS   PIC 9(05) VALUE ZEROS.
           05  W-QTD-RETORNO PIC 9(05) VALUE ZEROS.
           05  W-QTD-ATUAL   PIC 9(05) VALUE ZEROS.
           05  W-QTD-IGNOR   PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       100-INICIO.

           PERFORM 101-ABRE-ARQUIVOS
           PERFORM 102-LE-RESUMO
           PERFORM 103-PROCESSA UNTIL FIM-DO-RESUMO
           PERFORM 104-FINALIZA

           STOP RUN.

      *>--ABRE O RESUMO DO LOTE, O CATALOGO E O RELATORIO
       101-ABRE-ARQUIVOS SECTION.

           OPEN INPUT RESUMO
           IF W-FSRES NOT = "00"
               DISPLAY "*** ATUALIZACAO DA SITUACAO NO CATALOGO ***"
               DISPLAY "ERRO AO ABRIR O RESUMO.LOG! STATUS.: " W-FSRES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CATALOGO
           IF W-FSCAT NOT = "00"
               DISPLAY "*** ATUALIZACAO DA SITUACAO NO CATALOGO ***"
               DISPLAY "ERRO AO ABRIR O CATALOGO.DAT! STATUS.: "
                   W-FSCAT
               CLOSE RESUMO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RELSIT
           IF W-FSREL NOT = "00"
               DISPLAY "*** ATUALIZACAO DA SITUACAO NO CATALOGO ***"
               DISPLAY "ERRO AO ABRIR O SITUACAO.LST! STATUS.: "
                   W-FSREL
               CLOSE RESUMO
               CLOSE CATALOGO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD
           STRING W-DATA-ATUAL(7:2) "/" W-DATA-ATUAL(5:2) "/"
               W-DATA-ATUAL(1:4) DELIMITED BY SIZE INTO W-DATA-HOJE
           END-STRING

           MOVE SPACES TO DADOS-REL
           STRING "ATUALIZACAO DA SITUACAO NO CATALOGO EM "
               DELIMITED BY SIZE
               W-DATA-HOJE DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           MOVE "PROGRAMA   VER FASE       RC  DATA       SITUACAO"
               TO DADOS-REL
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           MOVE ALL "-" TO DADOS-REL(1:72)
           WRITE REG-REL.
       101-FIM.

      *>--LE UMA LINHA DO RESUMO DO LOTE
       102-LE-RESUMO SECTION.

           READ RESUMO
               AT END
                   SET FIM-DO-RESUMO TO TRUE
               NOT AT END
                   ADD 1 TO W-QTD-LIDOS
           END-READ.
       102-FIM.

      *>--SO AS LINHAS "PROGRAMA FASE RC=n DD/MM/AAAA" GRAVADAS
      *>--PELOS JOBS INTERESSAM; AS DEMAIS SAO DO RESUMO DO LOTE
       103-PROCESSA SECTION.

           MOVE SPACES TO W-LOG-PROG
           MOVE SPACES TO W-LOG-FASE
           MOVE SPACES TO W-LOG-RC
           MOVE SPACES TO W-LOG-DATA
           UNSTRING DADOS-RES DELIMITED BY ALL " "
               INTO W-LOG-PROG W-LOG-FASE W-LOG-RC W-LOG-DATA
           END-UNSTRING

           IF (FASE-COMPILACAO OR FASE-EXECUCAO)
               AND W-LOG-RC(1:3) = "RC="
               AND W-LOG-PROG NOT = SPACES
               ADD 1 TO W-QTD-RETORNO
               PERFORM 105-PEGA-RC
               PERFORM 106-DEFINE-SITUACAO
               PERFORM 110-ACHA-ULT-VERSAO
               IF W-ULT-VERSAO = ZEROS
                   ADD 1 TO W-QTD-IGNOR
                   MOVE "NAO CATALOGADO" TO W-DESC-SIT
                   PERFORM 120-GRAVA-LINHA
               ELSE
                   PERFORM 107-ATUALIZA-CATALOGO
               END-IF
           END-IF

           PERFORM 102-LE-RESUMO.
       103-FIM.

      *>--EXTRAI O CODIGO DE RETORNO DO TEXTO RC=n
       105-PEGA-RC SECTION.

           MOVE ZEROS TO W-RC
           PERFORM VARYING W-KK FROM 4 BY 1
               UNTIL W-KK > 6
               OR W-LOG-RC(W-KK:1) < "0"
               OR W-LOG-RC(W-KK:1) > "9"
               MOVE W-LOG-RC(W-KK:1) TO W-DIG-X
               COMPUTE W-RC = W-RC * 10 + W-DIG-N
           END-PERFORM

      *>--JOB ANTIGO OU LINHA SEM A DATA: ASSUME A DATA DE HOJE
           IF W-LOG-DATA(3:1) NOT = "/" OR W-LOG-DATA(6:1) NOT = "/"
               MOVE W-DATA-HOJE TO W-LOG-DATA
           END-IF.
       105-FIM.

      *>--SITUACAO: C-COMPILADO, F-FALHA NA COMPILACAO,
      *>--O-EXECUTADO OK, E-ERRO NA EXECUCAO
       106-DEFINE-SITUACAO SECTION.

           EVALUATE TRUE
               WHEN FASE-COMPILACAO AND W-RC = ZEROS
                   MOVE "C" TO W-SITUACAO
                   MOVE "COMPILADO" TO W-DESC-SIT
               WHEN FASE-COMPILACAO
                   MOVE "F" TO W-SITUACAO
                   MOVE "FALHA NA COMPILACAO" TO W-DESC-SIT
               WHEN W-RC = ZEROS
                   MOVE "O" TO W-SITUACAO
                   MOVE "EXECUTADO OK" TO W-DESC-SIT
               WHEN OTHER
                   MOVE "E" TO W-SITUACAO
                   MOVE "ERRO NA EXECUCAO" TO W-DESC-SIT
           END-EVALUATE.
       106-FIM.

      *>--GRAVA A SITUACAO NA ULTIMA VERSAO DO PROGRAMA (O JOB
      *>--SEMPRE COMPILA O FONTE CORRENTE)
       107-ATUALIZA-CATALOGO SECTION.

           MOVE SPACES TO REG-CAT
           MOVE W-LOG-PROG TO CAT-PROGRAMA
           MOVE W-ULT-VERSAO TO CAT-VERSAO
           READ CATALOGO
               INVALID KEY
                   ADD 1 TO W-QTD-IGNOR
                   MOVE "ERRO NA LEITURA" TO W-DESC-SIT
                   PERFORM 120-GRAVA-LINHA
               NOT INVALID KEY
                   MOVE W-SITUACAO TO CAT-SITUACAO
                   MOVE W-LOG-DATA TO CAT-DATA-SIT
                   MOVE W-RC TO CAT-RC
                   REWRITE REG-CAT
                       INVALID KEY
                           ADD 1 TO W-QTD-IGNOR
                           MOVE "ERRO NA REGRAVACAO" TO W-DESC-SIT
                       NOT INVALID KEY
                           ADD 1 TO W-QTD-ATUAL
                   END-REWRITE
                   PERFORM 120-GRAVA-LINHA
           END-READ.
       107-FIM.

      *>--PROCURA A ULTIMA VERSAO CATALOGADA DO PROGRAMA
       110-ACHA-ULT-VERSAO SECTION.

           MOVE ZEROS TO W-ULT-VERSAO
           MOVE "N" TO W-FIM-VERCAT

           MOVE SPACES TO REG-CAT
           MOVE W-LOG-PROG TO CAT-PROGRAMA
           MOVE ZEROS TO CAT-VERSAO
           START CATALOGO KEY NOT < CAT-CHAVE
               INVALID KEY
                   SET FIM-DAS-VERSOES TO TRUE
           END-START

           PERFORM 115-LE-VERSAO UNTIL FIM-DAS-VERSOES.
       110-FIM.

      *>--LE A PROXIMA VERSAO CATALOGADA DO PROGRAMA PROCURADO
       115-LE-VERSAO SECTION.

           READ CATALOGO NEXT RECORD
               AT END
                   SET FIM-DAS-VERSOES TO TRUE
               NOT AT END
                   IF CAT-PROGRAMA = W-LOG-PROG
                       MOVE CAT-VERSAO TO W-ULT-VERSAO
                   ELSE
                       SET FIM-DAS-VERSOES TO TRUE
                   END-IF
           END-READ.
       115-FIM.

      *>--GRAVA UMA LINHA DO RELATORIO DE SITUACAO
       120-GRAVA-LINHA SECTION.

           MOVE SPACES TO DADOS-REL
           STRING W-LOG-PROG DELIMITED BY SIZE
               " " W-ULT-VERSAO DELIMITED BY SIZE
               " " W-LOG-FASE DELIMITED BY SIZE
               " " W-RC DELIMITED BY SIZE
               " " W-LOG-DATA DELIMITED BY SIZE
               " " W-DESC-SIT DELIMITED BY SIZE
               INTO DADOS-REL
           END-STRING
           WRITE REG-REL.
       120-FIM.

      *>--TOTAIS E ENCERRAMENTO
       104-FINALIZA SECTION.

           MOVE SPACES TO DADOS-REL
           MOVE ALL "-" TO DADOS-REL(1:72)
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "LINHAS LIDAS NO RESUMO......: " DELIMITED BY SIZE
               W-QTD-LIDOS DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "RETORNOS DE JOB ENCONTRADOS.: " DELIMITED BY SIZE
               W-QTD-RETORNO DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "SITUACOES ATUALIZADAS.......: " DELIMITED BY SIZE
               W-QTD-ATUAL DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "RETORNOS NAO APLICADOS......: " DELIMITED BY SIZE
               W-QTD-IGNOR DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           CLOSE RESUMO
           CLOSE CATALOGO
           CLOSE RELSIT

           DISPLAY "*** ATUALIZACAO DA SITUACAO NO CATALOGO ***"
           DISPLAY "RETORNOS DE JOB ENCONTRADOS.: " W-QTD-RETORNO
           DISPLAY "SITUACOES ATUALIZADAS.......: " W-QTD-ATUAL
           DISPLAY "RETORNOS NAO APLICADOS......: " W-QTD-IGNOR
           DISPLAY "VEJA O RELATORIO EM SITUACAO.LST".
       104-FIM.
