       PROGRAM-ID. cata-conv.
       AUTHOR.     "LEANDRO O.C. 20260903".
      *>--CARGA UNICA DO CATALOGO.LOG (LINE SEQUENTIAL) NO
      *>--CATALOGO.DAT (INDEXADO POR PROGRAMA/VERSAO), OU CONVERSAO
      *>--DE UM CATALOGO.DAT DE 444 BYTES (SEM A SITUACAO), RENOMEADO
      *>--ANTES, P/ O REGISTRO DE 458 BYTES
       ENVIRONMENT DIVISION.
       FILE-CONTROL.

                   WITH DUPLICATES
               FILE STATUS     IS W-FSCAT.

           SELECT CATANT ASSIGN TO DISK
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS ANT-CHAVE
               ALTERNATE RECORD KEY IS ANT-DATA
                   WITH DUPLICATES
               FILE STATUS     IS W-FSANT.

       DATA DIVISION.
       FILE SECTION.

               05  CAT-BOK       PIC X(200).
               05  CAT-JOB       PIC X(14).
               05  CAT-TIPO      PIC X(01).
               05  CAT-SITUACAO  PIC X(01).
               05  CAT-DATA-SIT  PIC X(10).
               05  CAT-RC        PIC 9(03).

      *>--CATALOGO.DAT ANTIGO, ANTES DA SITUACAO DA VERSAO
           FD  CATANT
               VALUE OF FILE-ID IS W-ARQANT.

           01  REG-ANT.
               05  ANT-CHAVE.
                   10  ANT-PROGRAMA  PIC X(10).
                   10  ANT-VERSAO    PIC 9(03).
               05  ANT-DATA      PIC X(10).
               05  ANT-QTDE-ARQ  PIC 9(03).
               05  ANT-QTDE-SEQ  PIC 9(03).
               05  ANT-SEQ       PIC X(200).
               05  ANT-BOK       PIC X(200).
               05  ANT-JOB       PIC X(14).
               05  ANT-TIPO      PIC X(01).

       WORKING-STORAGE SECTION.

       01  W-FILE-STATUS.
           05  W-FSLOG     PIC X(02) VALUE SPACES.
           05  W-FSCAT     PIC X(02) VALUE SPACES.
           05  W-FSANT     PIC X(02) VALUE SPACES.

       01  W-ARQS.
           05  W-ARQLOG    PIC X(50) VALUE "CATALOGO.LOG".
           05  W-ARQCAT    PIC X(50) VALUE "CATALOGO.DAT".
           05  W-ARQANT    PIC X(50) VALUE "CATALOGO.ANT".

       01  W-VAR.
           05  W-ORIGEM      PIC X(01) VALUE "1".
               88  ORIGEM-LOG     VALUE "1".
               88  ORIGEM-ANTIGO  VALUE "2".
           05  W-FIM-LOG     PIC X(01) VALUE "N".
               88  FIM-DO-LOG VALUE "S".
           05  W-FIM-VERCAT  PIC X(01) VALUE "N".
       PROCEDURE DIVISION.
       100-INICIO.

           PERFORM 105-TELA-ORIGEM
           PERFORM 101-ABRE-ARQUIVOS
           IF ORIGEM-ANTIGO
               PERFORM 120-LE-ANTIGO
               PERFORM 125-CONVERTE-ANTIGO UNTIL FIM-DO-LOG
           ELSE
               PERFORM 102-LE-LOG
               PERFORM 103-CONVERTE UNTIL FIM-DO-LOG
           END-IF
           PERFORM 104-FINALIZA

           STOP RUN.

      *>--ORIGEM DA CARGA: CATALOGO.LOG OU CATALOGO.DAT DE 444 BYTES
       105-TELA-ORIGEM SECTION.

           DISPLAY ERASE
           DISPLAY "*** CONVERSAO DO CATALOGO DE FONTES ***" AT 0203
           DISPLAY "ORIGEM - 1-CATALOGO.LOG  2-CATALOGO.DAT ANTIGO"
               AT 0503
           DISPLAY "(444 BYTES), EM BRANCO = 1.:" AT 0603
           ACCEPT W-ORIGEM
           IF W-ORIGEM = SPACE
               MOVE "1" TO W-ORIGEM
           END-IF
           IF NOT ORIGEM-LOG AND NOT ORIGEM-ANTIGO
               DISPLAY "ORIGEM INVALIDA!" AT 0803
               DISPLAY "OPERACAO CANCELADA." AT 0903
               STOP RUN
           END-IF

           IF ORIGEM-ANTIGO
               DISPLAY "RENOMEIE O CATALOGO.DAT ANTIGO ANTES DE" AT 0803
               DISPLAY "CONVERTER. NOME DADO A ELE, EM BRANCO ="
                   AT 0903
               DISPLAY "CATALOGO.ANT.:" AT 1003
               ACCEPT W-ARQANT
               IF W-ARQANT = SPACES
                   MOVE "CATALOGO.ANT" TO W-ARQANT
               END-IF
               IF W-ARQANT = W-ARQCAT
                   DISPLAY "O ANTIGO NAO PODE SER O CATALOGO.DAT!"
                       AT 1203
                   DISPLAY "OPERACAO CANCELADA." AT 1303
                   STOP RUN
               END-IF
           END-IF.
       105-FIM.

      *>--ABRE O CATALOGO ANTIGO E CRIA O NOVO SE PRECISO
       101-ABRE-ARQUIVOS SECTION.

           IF ORIGEM-ANTIGO
               OPEN INPUT CATANT
               IF W-FSANT NOT = "00"
                   DISPLAY ERASE
                   DISPLAY "*** CONVERSAO DO CATALOGO DE FONTES ***"
                       AT 0203
                   DISPLAY "ERRO AO ABRIR O CATALOGO ANTIGO! STATUS.:"
                       AT 0503
                   DISPLAY W-FSANT AT 0545
                   STOP RUN
               END-IF
           ELSE
               OPEN INPUT CATLOG
               IF W-FSLOG NOT = "00"
                   DISPLAY ERASE
                   DISPLAY "*** CONVERSAO DO CATALOGO DE FONTES ***"
                       AT 0203
                   DISPLAY "ERRO AO ABRIR O CATALOGO.LOG! STATUS.:"
                       AT 0503
                   DISPLAY W-FSLOG AT 0542
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O CATALOGO
               DISPLAY "ERRO AO ABRIR O CATALOGO.DAT! STATUS.:"
                   AT 0503
               DISPLAY W-FSCAT AT 0542
               IF ORIGEM-ANTIGO
                   CLOSE CATANT
               ELSE
                   CLOSE CATLOG
               END-IF
               STOP RUN
           END-IF.
       101-FIM.
           MOVE LOG-JOB TO CAT-JOB
      *>--O CATALOGO ANTIGO SO TINHA PROGRAMAS PRINCIPAIS
           MOVE "P" TO CAT-TIPO
           MOVE "G" TO CAT-SITUACAO
           MOVE LOG-DATA TO CAT-DATA-SIT
           MOVE ZEROS TO CAT-RC

           WRITE REG-CAT
               INVALID KEY
           END-READ.
       115-FIM.

      *>--LE UM REGISTRO DO CATALOGO.DAT ANTIGO
       120-LE-ANTIGO SECTION.

           READ CATANT NEXT RECORD
               AT END
                   SET FIM-DO-LOG TO TRUE
               NOT AT END
                   ADD 1 TO W-QTD-LIDOS
           END-READ
           IF W-FSANT NOT = "00" AND W-FSANT NOT = "02"
               AND W-FSANT NOT = "10"
               DISPLAY "ERRO AO LER O CATALOGO ANTIGO! STATUS "
                   W-FSANT
               ADD 1 TO W-QTD-ERRO
               SET FIM-DO-LOG TO TRUE
           END-IF.
       120-FIM.

      *>--GRAVA A VERSAO ANTIGA NO CATALOGO NOVO, MESMA CHAVE; A
      *>--SITUACAO COMECA COMO GERADO NA DATA DA VERSAO, SEM RETORNO
       125-CONVERTE-ANTIGO SECTION.

           MOVE SPACES TO REG-CAT
           MOVE ANT-PROGRAMA TO CAT-PROGRAMA
           MOVE ANT-VERSAO TO CAT-VERSAO
           MOVE ANT-DATA TO CAT-DATA
           MOVE ANT-QTDE-ARQ TO CAT-QTDE-ARQ
           MOVE ANT-QTDE-SEQ TO CAT-QTDE-SEQ
           MOVE ANT-SEQ TO CAT-SEQ
           MOVE ANT-BOK TO CAT-BOK
           MOVE ANT-JOB TO CAT-JOB
           MOVE ANT-TIPO TO CAT-TIPO
           MOVE "G" TO CAT-SITUACAO
           MOVE ANT-DATA TO CAT-DATA-SIT
           MOVE ZEROS TO CAT-RC

           WRITE REG-CAT
               INVALID KEY
                   ADD 1 TO W-QTD-ERRO
                   DISPLAY "ERRO AO GRAVAR " CAT-PROGRAMA
                       " VERSAO " CAT-VERSAO
                       " STATUS " W-FSCAT
               NOT INVALID KEY
                   ADD 1 TO W-QTD-CARGA
           END-WRITE

           PERFORM 120-LE-ANTIGO.
       125-FIM.

      *>--TOTAIS E ENCERRAMENTO
       104-FINALIZA SECTION.

           IF ORIGEM-ANTIGO
               CLOSE CATANT
           ELSE
               CLOSE CATLOG
           END-IF
           CLOSE CATALOGO

           DISPLAY ERASE
