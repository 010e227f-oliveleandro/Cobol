       IDENTIFICATION DIVISION.
       PROGRAM-ID. exporta-cbl.
       AUTHOR.     "LEANDRO O.C. 20261015".
      *>--EXPORTA UMA VERSAO CATALOGADA P/ PROMOCAO: JUNTA NUM SO
      *>--ARQUIVO DE TRANSPORTE <FONTE>.Vnnn.trp O REGISTRO DO
      *>--CATALOGO, UM MANIFESTO E O CONTEUDO DO FONTE, DO .spc, DO
      *>--JOB .sh, DOS BOKS (COM O FINGERPRINT H DO .spc) E, NO
      *>--SUBPROGRAMA, DO DRIVER; O importa-cbl CONFERE E INSTALA
      *>--(RELATORIO EM EXPORTA.LST)
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

           SELECT ARQTXT ASSIGN TO DISK
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSTXT.

           SELECT ARQTRP ASSIGN TO DISK
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSTRP.

           SELECT RELEXP ASSIGN TO DISK
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
                   88  SPEC-DADO-ARQ  VALUE "2".
                   88  SPEC-DADO-SEQ  VALUE "5".
                   88  SPEC-DADO-BOK  VALUE "7".
                   88  SPEC-HASH      VALUE "H".
               05  SPEC-DADO   PIC X(79).

           FD  ARQTXT
               VALUE OF FILE-ID IS W-ARQTXT.

           01  REG-TXT.
               05  DADOS-TXT   PIC X(80).

      *>--ARQUIVO DE TRANSPORTE: P CABECALHO, C REGISTRO DO
      *>--CATALOGO, M MANIFESTO (UM POR ARQUIVO), I/T/F INICIO,
      *>--LINHAS E FIM DE CADA ARQUIVO, Z FECHAMENTO
           FD  ARQTRP
               VALUE OF FILE-ID IS W-ARQTRP.

           01  REG-TRP.
               05  TRP-TIPO    PIC X(01).
               05  TRP-DADO    PIC X(458).

           01  REG-TRP-CAB.
               05  FILLER        PIC X(01).
               05  TRP-PROGRAMA  PIC X(10).
               05  TRP-VERSAO    PIC 9(03).
               05  TRP-DATA-EXP  PIC X(10).
               05  TRP-HORA-EXP  PIC X(05).
               05  TRP-RESPONSAVEL PIC X(30).
               05  TRP-QTD-ARQ   PIC 9(03).
               05  FILLER        PIC X(397).

           01  REG-TRP-MAN.
               05  FILLER        PIC X(01).
               05  TRM-CLASSE    PIC X(03).
               05  TRM-NOME      PIC X(14).
               05  TRM-LINHAS    PIC 9(05).
               05  TRM-HASH      PIC 9(09).
               05  TRM-HASH-SPC  PIC X(09).
               05  TRM-HASH-BOK  PIC X(09).
               05  FILLER        PIC X(409).

           01  REG-TRP-ARQ.
               05  FILLER        PIC X(01).
               05  TRI-NOME      PIC X(14).
               05  FILLER        PIC X(444).

           01  REG-TRP-FIM.
               05  FILLER        PIC X(01).
               05  TRZ-QTD-ARQ   PIC 9(03).
               05  TRZ-QTD-REG   PIC 9(07).
               05  FILLER        PIC X(448).

           FD  RELEXP
               VALUE OF FILE-ID IS W-ARQREL.

           01  REG-REL.
               05  DADOS-REL   PIC X(100) VALUE SPACES.

       WORKING-STORAGE SECTION.

       01  W-FILE-STATUS.
           05  W-FSCAT     PIC X(02) VALUE SPACES.
           05  W-FSSPEC    PIC X(02) VALUE SPACES.
           05  W-FSTXT     PIC X(02) VALUE SPACES.
           05  W-FSTRP     PIC X(02) VALUE SPACES.
           05  W-FSREL     PIC X(02) VALUE SPACES.

       01  W-ARQS.
           05  W-ARQCAT    PIC X(50) VALUE "CATALOGO.DAT".
           05  W-ARQSPEC   PIC X(50) VALUE SPACES.
           05  W-ARQTXT    PIC X(50) VALUE SPACES.
           05  W-ARQTRP    PIC X(50) VALUE SPACES.
           05  W-ARQREL    PIC X(50) VALUE "EXPORTA.LST".

       01  W-VAR.
           05  W-NOME-CBL    PIC X(10) VALUE SPACES.
           05  W-VERSAO      PIC 9(03) VALUE ZEROS.
           05  W-ULT-VERSAO  PIC 9(03) VALUE ZEROS.
           05  W-RESPONSAVEL PIC X(30) VALUE SPACES.
           05  W-CONFIRMA    PIC X(01) VALUE SPACE.
           05  W-FIM-CAT     PIC X(01) VALUE "N".
               88  FIM-DAS-VERSOES VALUE "S".
           05  W-ACHOU-VER   PIC X(01) VALUE "N".
               88  VERSAO-ACHADA VALUE "S".
           05  W-FIM-SPEC    PIC X(01) VALUE "N".
               88  FIM-DO-SPEC VALUE "S".
           05  W-FIM-TXT     PIC X(01) VALUE "N".
               88  FIM-DO-TEXTO VALUE "S".
           05  W-CAT-ORIGEM  PIC X(458) VALUE SPACES.
           05  W-DATA-ATUAL  PIC 9(08) VALUE ZEROS.
           05  W-HORA-ATUAL  PIC 9(08) VALUE ZEROS.
           05  W-DATA-HOJE   PIC X(10) VALUE SPACES.
           05  W-HORA-ED     PIC X(05) VALUE SPACES.
           05  W-NUM-ARQ     PIC 9(03) VALUE ZEROS.
           05  W-NOME-BOK    PIC X(14) VALUE SPACES.
           05  W-NOME-AUX    PIC X(10) VALUE SPACES.
           05  W-I           PIC 9(03) VALUE ZEROS.
           05  W-J           PIC 9(03) VALUE ZEROS.
           05  W-ACHOU       PIC 9(03) VALUE ZEROS.
           05  W-LINHAS      PIC 9(05) VALUE ZEROS.
           05  W-QTD-REG     PIC 9(07) VALUE ZEROS.
           05  W-QTD-ERROS   PIC 9(03) VALUE ZEROS.
           05  W-QTD-AVISOS  PIC 9(03) VALUE ZEROS.
           05  W-QTD-INCLUIDOS PIC 9(03) VALUE ZEROS.
           05  W-RC          PIC 9(02) VALUE ZEROS.

      *>--ARQUIVOS DO PACOTE, NA ORDEM EM QUE VAO NO TRANSPORTE
       01  W-TAB-ARQS.
           05  W-A-QTD       PIC 9(03) VALUE ZEROS.
           05  W-A-ITEM OCCURS 200 TIMES.
               10  W-A-CLASSE    PIC X(03).
               10  W-A-ORIGEM    PIC X(50).
               10  W-A-NOME      PIC X(14).
               10  W-A-LINHAS    PIC 9(05).
               10  W-A-HASH      PIC 9(09).
               10  W-A-HASH-SPC  PIC X(09).
               10  W-A-HASH-BOK  PIC X(09).
               10  W-A-INCLUI    PIC X(01).
                   88  A-INCLUIDO VALUE "S".
               10  W-A-SIT       PIC X(45).

      *>--FINGERPRINTS H DO .spc
       01  W-FPS.
           05  W-FP-QTD      PIC 9(03) VALUE ZEROS.
           05  W-FP OCCURS 100 TIMES.
               10  W-FP-NOME PIC X(14).
               10  W-FP-HASH PIC 9(09).

      *>--FINGERPRINT: O DE BOK E O MESMO DO cria-cbl E DO
      *>--verifica-bok (LINHAS UTEIS, COLUNAS 1 A 72); O DE
      *>--CONFERENCIA DO TRANSPORTE PEGA TODAS AS LINHAS E COLUNAS
       01  W-HASH.
           05  W-HASH-BOK       PIC 9(09) VALUE ZEROS.
           05  W-HASH-ARQ       PIC 9(09) VALUE ZEROS.
           05  W-HASH-ACUM      PIC 9(09) VALUE ZEROS.
           05  W-HASH-TRAB      PIC 9(18) VALUE ZEROS.
           05  W-HASH-Q         PIC 9(09) VALUE ZEROS.
           05  W-HASH-LINHA     PIC X(80) VALUE SPACES.
           05  W-HASH-LIMITE    PIC 9(02) VALUE ZEROS.
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

           DISPLAY ERASE
           DISPLAY "*** EXPORTACAO DE PROGRAMA P/ PROMOCAO ***" AT 0203
           DISPLAY "NOME DO FONTE, EX. PLA001.:" AT 0403
           ACCEPT W-NOME-CBL
           DISPLAY "VERSAO CATALOGADA (EM BRANCO = A ULTIMA).:" AT 0603
           ACCEPT W-VERSAO
           DISPLAY "RESPONSAVEL PELA EXPORTACAO.:" AT 0803
           ACCEPT W-RESPONSAVEL

           IF W-NOME-CBL = SPACES
               DISPLAY "NOME OBRIGATORIO!" AT 1003
               STOP RUN
           END-IF

           PERFORM 101-LE-CATALOGO
           IF NOT VERSAO-ACHADA
               DISPLAY "VERSAO NAO CATALOGADA!" AT 1003
               DISPLAY "OPERACAO CANCELADA." AT 1103
               STOP RUN
           END-IF

           ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD
           ACCEPT W-HORA-ATUAL FROM TIME
           STRING W-DATA-ATUAL(7:2) "/" W-DATA-ATUAL(5:2) "/"
               W-DATA-ATUAL(1:4) DELIMITED BY SIZE INTO W-DATA-HOJE
           END-STRING
           STRING W-HORA-ATUAL(1:2) ":" W-HORA-ATUAL(3:2)
               DELIMITED BY SIZE INTO W-HORA-ED
           END-STRING

           MOVE SPACES TO W-ARQTRP
           STRING W-NOME-CBL DELIMITED BY SPACES
               ".V" W-VERSAO ".trp" DELIMITED BY SIZE INTO W-ARQTRP
           END-STRING

           OPEN OUTPUT RELEXP
           IF W-FSREL NOT = "00"
               DISPLAY "ERRO AO ABRIR O EXPORTA.LST! STATUS.:" AT 1003
               DISPLAY W-FSREL AT 1042
               STOP RUN
           END-IF

           PERFORM 110-MONTA-LISTA
           PERFORM 120-CONFERE-ARQUIVO
               VARYING W-I FROM 1 BY 1 UNTIL W-I > W-A-QTD

           IF W-QTD-ERROS = ZEROS
               PERFORM 140-GRAVA-PACOTE
           END-IF
           PERFORM 150-RELATORIO

           DISPLAY ERASE
           DISPLAY "*** EXPORTACAO DE PROGRAMA P/ PROMOCAO ***" AT 0203
           IF W-QTD-ERROS = ZEROS
               DISPLAY "PACOTE GRAVADO EM" AT 0403
               DISPLAY W-ARQTRP(1:30) AT 0421
               DISPLAY "ARQUIVOS NO PACOTE.:" AT 0603
               DISPLAY W-QTD-INCLUIDOS AT 0624
               DISPLAY "AVISOS.............:" AT 0703
               DISPLAY W-QTD-AVISOS AT 0724
           ELSE
               DISPLAY "EXPORTACAO RECUSADA - NENHUM PACOTE GRAVADO."
                   AT 0403
               DISPLAY "ERROS..............:" AT 0603
               DISPLAY W-QTD-ERROS AT 0624
           END-IF
           DISPLAY "VEJA O RELATORIO EM EXPORTA.LST" AT 0903
           DISPLAY "TECLE ENTER P/ ENCERRAR.:" AT 1103
           ACCEPT W-CONFIRMA

           MOVE W-RC TO RETURN-CODE
           STOP RUN.

      *>--ACHA A VERSAO PEDIDA (OU A ULTIMA) NO CATALOGO E GUARDA O
      *>--REGISTRO DELA P/ O PACOTE
       101-LE-CATALOGO SECTION.

           MOVE "N" TO W-ACHOU-VER
           MOVE ZEROS TO W-ULT-VERSAO

           OPEN INPUT CATALOGO
           IF W-FSCAT NOT = "00"
               DISPLAY "ERRO AO ABRIR O CATALOGO.DAT! STATUS.:" AT 1003
               DISPLAY W-FSCAT AT 1042
               STOP RUN
           END-IF

           MOVE "N" TO W-FIM-CAT
           MOVE SPACES TO REG-CAT
           MOVE W-NOME-CBL TO CAT-PROGRAMA
           MOVE ZEROS TO CAT-VERSAO
           START CATALOGO KEY NOT < CAT-CHAVE
               INVALID KEY
                   SET FIM-DAS-VERSOES TO TRUE
           END-START
           PERFORM 102-LE-VERSAO UNTIL FIM-DAS-VERSOES
           CLOSE CATALOGO

           IF W-VERSAO = ZEROS AND W-ULT-VERSAO > ZEROS
               MOVE W-ULT-VERSAO TO W-VERSAO
               SET VERSAO-ACHADA TO TRUE
           END-IF.
       101-FIM.

      *>--LE AS VERSOES DO PROGRAMA; A ULTIMA LIDA E A MAIS NOVA
       102-LE-VERSAO SECTION.

           READ CATALOGO NEXT RECORD
               AT END
                   SET FIM-DAS-VERSOES TO TRUE
               NOT AT END
                   IF CAT-PROGRAMA = W-NOME-CBL
                       MOVE CAT-VERSAO TO W-ULT-VERSAO
                       IF W-VERSAO = ZEROS OR CAT-VERSAO = W-VERSAO
                           MOVE REG-CAT TO W-CAT-ORIGEM
                           IF CAT-VERSAO = W-VERSAO
                               SET VERSAO-ACHADA TO TRUE
                           END-IF
                       END-IF
                   ELSE
                       SET FIM-DAS-VERSOES TO TRUE
                   END-IF
           END-READ.
       102-FIM.

      *>--LISTA DO PACOTE A PARTIR DO .spc DA VERSAO: FONTE, SPEC,
      *>--JOB, DRIVER DO SUBPROGRAMA E OS BOKS SL/FD, DE LAYOUT E DE
      *>--WORKING-STORAGE; A VERSAO ANTIGA VEM DO BACKUP .Vnnn
       110-MONTA-LISTA SECTION.

           MOVE W-CAT-ORIGEM TO REG-CAT

           ADD 1 TO W-A-QTD
           MOVE "FTE" TO W-A-CLASSE(W-A-QTD)
           MOVE SPACES TO W-A-NOME(W-A-QTD)
           STRING W-NOME-CBL DELIMITED BY SPACES
               ".cbl" DELIMITED BY SIZE INTO W-A-NOME(W-A-QTD)
           END-STRING
           MOVE SPACES TO W-A-ORIGEM(W-A-QTD)
           IF W-VERSAO = W-ULT-VERSAO
               MOVE W-A-NOME(W-A-QTD) TO W-A-ORIGEM(W-A-QTD)
           ELSE
               STRING W-NOME-CBL DELIMITED BY SPACES
                   ".V" W-VERSAO ".cbl" DELIMITED BY SIZE
                   INTO W-A-ORIGEM(W-A-QTD)
               END-STRING
           END-IF

           ADD 1 TO W-A-QTD
           MOVE "SPC" TO W-A-CLASSE(W-A-QTD)
           MOVE SPACES TO W-A-NOME(W-A-QTD)
           STRING W-NOME-CBL DELIMITED BY SPACES
               ".spc" DELIMITED BY SIZE INTO W-A-NOME(W-A-QTD)
           END-STRING
           MOVE SPACES TO W-A-ORIGEM(W-A-QTD)
           IF W-VERSAO = W-ULT-VERSAO
               MOVE W-A-NOME(W-A-QTD) TO W-A-ORIGEM(W-A-QTD)
           ELSE
               STRING W-NOME-CBL DELIMITED BY SPACES
                   ".V" W-VERSAO ".spc" DELIMITED BY SIZE
                   INTO W-A-ORIGEM(W-A-QTD)
               END-STRING
           END-IF
           MOVE W-A-ORIGEM(W-A-QTD) TO W-ARQSPEC

           ADD 1 TO W-A-QTD
           MOVE "JOB" TO W-A-CLASSE(W-A-QTD)
           MOVE SPACES TO W-A-NOME(W-A-QTD)
           IF CAT-JOB NOT = SPACES
               MOVE CAT-JOB TO W-A-NOME(W-A-QTD)
           ELSE
               STRING W-NOME-CBL DELIMITED BY SPACES
                   ".sh" DELIMITED BY SIZE INTO W-A-NOME(W-A-QTD)
               END-STRING
           END-IF
           MOVE W-A-NOME(W-A-QTD) TO W-A-ORIGEM(W-A-QTD)

           IF CAT-TIPO = "S"
               ADD 1 TO W-A-QTD
               MOVE "DRV" TO W-A-CLASSE(W-A-QTD)
               MOVE SPACES TO W-A-NOME(W-A-QTD)
               STRING W-NOME-CBL DELIMITED BY SPACES
                   "D.cbl" DELIMITED BY SIZE INTO W-A-NOME(W-A-QTD)
               END-STRING
               MOVE W-A-NOME(W-A-QTD) TO W-A-ORIGEM(W-A-QTD)
           END-IF

      *>--OS BOKS SAEM DOS REGISTROS 2, 5 E 7 DO .spc
           MOVE "N" TO W-FIM-SPEC
           OPEN INPUT ARQSPEC
           IF W-FSSPEC = "00"
               PERFORM 111-LE-SPEC UNTIL FIM-DO-SPEC
               CLOSE ARQSPEC
           END-IF

           PERFORM 113-ACHA-FINGERPRINT
               VARYING W-I FROM 1 BY 1 UNTIL W-I > W-A-QTD.
       110-FIM.

      *>--UM REGISTRO DO .spc
       111-LE-SPEC SECTION.

           READ ARQSPEC
               AT END
                   SET FIM-DO-SPEC TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SPEC-DADO-ARQ
                           MOVE SPEC-DADO(1:3) TO W-NUM-ARQ
                           MOVE SPACES TO W-NOME-BOK
                           STRING "sl" W-NUM-ARQ ".bok"
                               DELIMITED BY SIZE INTO W-NOME-BOK
                           END-STRING
                           PERFORM 112-INCLUI-BOK
                           MOVE SPACES TO W-NOME-BOK
                           STRING "fd" W-NUM-ARQ ".bok"
                               DELIMITED BY SIZE INTO W-NOME-BOK
                           END-STRING
                           PERFORM 112-INCLUI-BOK
                       WHEN SPEC-DADO-SEQ
                           IF SPEC-DADO(64:10) NOT = SPACES
                               MOVE SPEC-DADO(64:10) TO W-NOME-AUX
                               MOVE SPACES TO W-NOME-BOK
                               STRING W-NOME-AUX DELIMITED BY SPACES
                                   ".bok" DELIMITED BY SIZE
                                   INTO W-NOME-BOK
                               END-STRING
                               PERFORM 112-INCLUI-BOK
                           END-IF
                       WHEN SPEC-DADO-BOK
                           MOVE SPEC-DADO(1:10) TO W-NOME-AUX
                           MOVE SPACES TO W-NOME-BOK
                           STRING W-NOME-AUX DELIMITED BY SPACES
                               ".bok" DELIMITED BY SIZE
                               INTO W-NOME-BOK
                           END-STRING
                           PERFORM 112-INCLUI-BOK
                       WHEN SPEC-HASH
                           IF W-FP-QTD < 100
                               ADD 1 TO W-FP-QTD
                               MOVE SPEC-DADO(1:14)
                                   TO W-FP-NOME(W-FP-QTD)
                               MOVE SPEC-DADO(15:9)
                                   TO W-FP-HASH(W-FP-QTD)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       111-FIM.

      *>--INCLUI UM BOK NA LISTA (O MESMO LAYOUT EM DOIS ARQUIVOS
      *>--ENTRA UMA VEZ SO)
       112-INCLUI-BOK SECTION.

           MOVE ZEROS TO W-ACHOU
           PERFORM 1121-BOK-REPETIDO
               VARYING W-J FROM 1 BY 1
               UNTIL W-J > W-A-QTD OR W-ACHOU > ZEROS

           IF W-ACHOU = ZEROS AND W-A-QTD < 200
               ADD 1 TO W-A-QTD
               MOVE "BOK" TO W-A-CLASSE(W-A-QTD)
               MOVE W-NOME-BOK TO W-A-NOME(W-A-QTD)
               MOVE W-NOME-BOK TO W-A-ORIGEM(W-A-QTD)
           END-IF.
       112-FIM.

       1121-BOK-REPETIDO SECTION.

           IF W-A-NOME(W-J) = W-NOME-BOK
               MOVE W-J TO W-ACHOU
           END-IF.
       1121-FIM.

      *>--FINGERPRINT H DO .spc DE CADA BOK DA LISTA
       113-ACHA-FINGERPRINT SECTION.

           MOVE SPACES TO W-A-HASH-SPC(W-I)
           IF W-A-CLASSE(W-I) = "BOK"
               PERFORM 1131-COMPARA-FINGERPRINT
                   VARYING W-J FROM 1 BY 1 UNTIL W-J > W-FP-QTD
           END-IF.
       113-FIM.

       1131-COMPARA-FINGERPRINT SECTION.

           IF W-FP-NOME(W-J) = W-A-NOME(W-I)
               MOVE W-FP-HASH(W-J) TO W-A-HASH-SPC(W-I)
           END-IF.
       1131-FIM.

      *>--MEDE CADA ARQUIVO (LINHAS E FINGERPRINTS) E DECIDE SE VAI
      *>--NO PACOTE: SEM FONTE, SPEC OU BOK NAO HA PACOTE; BOK
      *>--ALTERADO DEPOIS DA GERACAO TAMBEM NAO (REGERAR ANTES)
       120-CONFERE-ARQUIVO SECTION.

           MOVE "S" TO W-A-INCLUI(W-I)
           MOVE "OK" TO W-A-SIT(W-I)
           MOVE SPACES TO W-A-HASH-BOK(W-I)
           MOVE W-A-ORIGEM(W-I) TO W-ARQTXT
           PERFORM 130-MEDE-ARQUIVO

           IF W-FSTXT NOT = "00"
               MOVE "N" TO W-A-INCLUI(W-I)
               IF W-A-CLASSE(W-I) = "JOB" OR W-A-CLASSE(W-I) = "DRV"
                   ADD 1 TO W-QTD-AVISOS
                   MOVE "NAO ENCONTRADO - FORA DO PACOTE"
                       TO W-A-SIT(W-I)
               ELSE
                   ADD 1 TO W-QTD-ERROS
                   MOVE "*** NAO ENCONTRADO" TO W-A-SIT(W-I)
               END-IF
           ELSE
               ADD 1 TO W-QTD-INCLUIDOS
               MOVE W-LINHAS TO W-A-LINHAS(W-I)
               MOVE W-HASH-ARQ TO W-A-HASH(W-I)
               IF W-A-CLASSE(W-I) = "BOK"
                   MOVE W-HASH-BOK TO W-A-HASH-BOK(W-I)
                   IF W-A-HASH-SPC(W-I) = SPACES
                       ADD 1 TO W-QTD-AVISOS
                       MOVE "SEM FINGERPRINT H NO .spc"
                           TO W-A-SIT(W-I)
                   ELSE
                       IF W-A-HASH-SPC(W-I) NOT = W-A-HASH-BOK(W-I)
                           ADD 1 TO W-QTD-ERROS
                           MOVE "*** ALTERADO DEPOIS DA GERACAO"
                               TO W-A-SIT(W-I)
                       END-IF
                   END-IF
               END-IF
           END-IF.
       120-FIM.

      *>--CONTA AS LINHAS E CALCULA OS FINGERPRINTS DE W-ARQTXT
       130-MEDE-ARQUIVO SECTION.

           MOVE ZEROS TO W-LINHAS
           MOVE ZEROS TO W-HASH-ARQ
           MOVE ZEROS TO W-HASH-BOK
           MOVE "N" TO W-FIM-TXT

           OPEN INPUT ARQTXT
           IF W-FSTXT = "00"
               PERFORM 131-MEDE-LINHA UNTIL FIM-DO-TEXTO
               CLOSE ARQTXT
               MOVE "00" TO W-FSTXT
           END-IF.
       130-FIM.

       131-MEDE-LINHA SECTION.

           READ ARQTXT
               AT END
                   SET FIM-DO-TEXTO TO TRUE
               NOT AT END
                   ADD 1 TO W-LINHAS
                   MOVE DADOS-TXT TO W-HASH-LINHA
                   MOVE W-HASH-ARQ TO W-HASH-ACUM
                   MOVE 80 TO W-HASH-LIMITE
                   PERFORM 160-ACUMULA-HASH
                   MOVE W-HASH-ACUM TO W-HASH-ARQ
                   IF DADOS-TXT(7:1) NOT = "*"
                       AND DADOS-TXT NOT = SPACES
                       MOVE W-HASH-BOK TO W-HASH-ACUM
                       MOVE 72 TO W-HASH-LIMITE
                       PERFORM 160-ACUMULA-HASH
                       MOVE W-HASH-ACUM TO W-HASH-BOK
                   END-IF
           END-READ.
       131-FIM.

      *>--GRAVA O TRANSPORTE: CABECALHO, CATALOGO, MANIFESTO,
      *>--CONTEUDO DE CADA ARQUIVO E FECHAMENTO
       140-GRAVA-PACOTE SECTION.

           OPEN OUTPUT ARQTRP
           IF W-FSTRP NOT = "00"
               ADD 1 TO W-QTD-ERROS
               MOVE 16 TO W-RC
           ELSE
               MOVE ZEROS TO W-QTD-REG

               MOVE SPACES TO REG-TRP
               MOVE "P" TO TRP-TIPO
               MOVE W-NOME-CBL TO TRP-PROGRAMA
               MOVE W-VERSAO TO TRP-VERSAO
               MOVE W-DATA-HOJE TO TRP-DATA-EXP
               MOVE W-HORA-ED TO TRP-HORA-EXP
               MOVE W-RESPONSAVEL TO TRP-RESPONSAVEL
               MOVE W-QTD-INCLUIDOS TO TRP-QTD-ARQ
               PERFORM 145-GRAVA-TRANSPORTE

               MOVE SPACES TO REG-TRP
               MOVE "C" TO TRP-TIPO
               MOVE W-CAT-ORIGEM TO TRP-DADO
               PERFORM 145-GRAVA-TRANSPORTE

               PERFORM 141-GRAVA-MANIFESTO
                   VARYING W-I FROM 1 BY 1 UNTIL W-I > W-A-QTD
               PERFORM 142-GRAVA-CONTEUDO
                   VARYING W-I FROM 1 BY 1 UNTIL W-I > W-A-QTD

               MOVE SPACES TO REG-TRP
               MOVE "Z" TO TRP-TIPO
               MOVE W-QTD-INCLUIDOS TO TRZ-QTD-ARQ
               MOVE W-QTD-REG TO TRZ-QTD-REG
               WRITE REG-TRP
               CLOSE ARQTRP
           END-IF.
       140-FIM.

      *>--UM REGISTRO M DO MANIFESTO
       141-GRAVA-MANIFESTO SECTION.

           IF A-INCLUIDO(W-I)
               MOVE SPACES TO REG-TRP
               MOVE "M" TO TRP-TIPO
               MOVE W-A-CLASSE(W-I) TO TRM-CLASSE
               MOVE W-A-NOME(W-I) TO TRM-NOME
               MOVE W-A-LINHAS(W-I) TO TRM-LINHAS
               MOVE W-A-HASH(W-I) TO TRM-HASH
               MOVE W-A-HASH-SPC(W-I) TO TRM-HASH-SPC
               MOVE W-A-HASH-BOK(W-I) TO TRM-HASH-BOK
               PERFORM 145-GRAVA-TRANSPORTE
           END-IF.
       141-FIM.

      *>--CONTEUDO DE UM ARQUIVO ENTRE OS REGISTROS I E F
       142-GRAVA-CONTEUDO SECTION.

           IF A-INCLUIDO(W-I)
               MOVE SPACES TO REG-TRP
               MOVE "I" TO TRP-TIPO
               MOVE W-A-NOME(W-I) TO TRI-NOME
               PERFORM 145-GRAVA-TRANSPORTE

               MOVE W-A-ORIGEM(W-I) TO W-ARQTXT
               MOVE "N" TO W-FIM-TXT
               OPEN INPUT ARQTXT
               IF W-FSTXT = "00"
                   PERFORM 143-COPIA-LINHA UNTIL FIM-DO-TEXTO
                   CLOSE ARQTXT
               END-IF

               MOVE SPACES TO REG-TRP
               MOVE "F" TO TRP-TIPO
               MOVE W-A-NOME(W-I) TO TRI-NOME
               PERFORM 145-GRAVA-TRANSPORTE
           END-IF.
       142-FIM.

       143-COPIA-LINHA SECTION.

           READ ARQTXT
               AT END
                   SET FIM-DO-TEXTO TO TRUE
               NOT AT END
                   MOVE SPACES TO REG-TRP
                   MOVE "T" TO TRP-TIPO
                   MOVE DADOS-TXT TO TRP-DADO(1:80)
                   PERFORM 145-GRAVA-TRANSPORTE
           END-READ.
       143-FIM.

       145-GRAVA-TRANSPORTE SECTION.

           WRITE REG-TRP
           IF W-FSTRP NOT = "00"
               MOVE 16 TO W-RC
           END-IF
           ADD 1 TO W-QTD-REG.
       145-FIM.

      *>--RELATORIO DA EXPORTACAO: A VERSAO E O MANIFESTO
       150-RELATORIO SECTION.

           MOVE W-CAT-ORIGEM TO REG-CAT

           MOVE SPACES TO DADOS-REL
           STRING "EXPORTACAO P/ PROMOCAO EM " DELIMITED BY SIZE
               W-DATA-HOJE " " W-HORA-ED DELIMITED BY SIZE
               " - RESPONSAVEL: " DELIMITED BY SIZE
               W-RESPONSAVEL DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "PROGRAMA: " DELIMITED BY SIZE
               W-NOME-CBL DELIMITED BY SIZE
               "  VERSAO: " W-VERSAO DELIMITED BY SIZE
               "  CATALOGADA EM: " CAT-DATA DELIMITED BY SIZE
               "  SITUACAO: " CAT-SITUACAO DELIMITED BY SIZE
               INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           IF W-VERSAO NOT = W-ULT-VERSAO
               MOVE SPACES TO DADOS-REL
               STRING "VERSAO ANTIGA (A ULTIMA E A " DELIMITED BY SIZE
                   W-ULT-VERSAO DELIMITED BY SIZE
                   "): FONTE E SPEC VEM DOS BACKUPS .V"
                   DELIMITED BY SIZE
                   W-VERSAO DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
               WRITE REG-REL
           END-IF

           IF CAT-SITUACAO NOT = "O"
               ADD 1 TO W-QTD-AVISOS
               MOVE SPACES TO DADOS-REL
               STRING "ATENCAO: ESSA VERSAO AINDA NAO FOI EXECUTADA OK "
                   DELIMITED BY SIZE
                   "NA ORIGEM" DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
               WRITE REG-REL
           END-IF

           MOVE SPACES TO DADOS-REL
           WRITE REG-REL
           MOVE SPACES TO DADOS-REL
           STRING "CLS ARQUIVO        LINHAS FINGERPR. "
               DELIMITED BY SIZE
               "H DO .spc SITUACAO" DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL
           MOVE SPACES TO DADOS-REL
           MOVE ALL "-" TO DADOS-REL(1:79)
           WRITE REG-REL

           PERFORM 151-RELATA-ARQUIVO
               VARYING W-I FROM 1 BY 1 UNTIL W-I > W-A-QTD

           MOVE SPACES TO DADOS-REL
           MOVE ALL "-" TO DADOS-REL(1:79)
           WRITE REG-REL

           IF W-RC = 16
               MOVE SPACES TO DADOS-REL
               STRING "*** ERRO AO GRAVAR O PACOTE " DELIMITED BY SIZE
                   W-ARQTRP DELIMITED BY SPACES
                   " - STATUS " W-FSTRP DELIMITED BY SIZE
                   INTO DADOS-REL
               END-STRING
               WRITE REG-REL
           END-IF

           MOVE SPACES TO DADOS-REL
           IF W-QTD-ERROS = ZEROS AND W-RC = ZEROS
               STRING "PACOTE GRAVADO: " DELIMITED BY SIZE
                   W-ARQTRP DELIMITED BY SPACES
                   " (" DELIMITED BY SIZE
                   W-QTD-INCLUIDOS DELIMITED BY SIZE
                   " ARQUIVOS, " DELIMITED BY SIZE
                   W-QTD-AVISOS DELIMITED BY SIZE
                   " AVISOS)" DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
               IF W-QTD-AVISOS > ZEROS
                   MOVE 4 TO W-RC
               END-IF
           ELSE
               STRING "EXPORTACAO RECUSADA - " DELIMITED BY SIZE
                   W-QTD-ERROS DELIMITED BY SIZE
                   " ERROS (***); NENHUM PACOTE GRAVADO"
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
               IF W-RC = ZEROS
                   MOVE 8 TO W-RC
               END-IF
           END-IF
           WRITE REG-REL

           IF W-QTD-ERROS > ZEROS
               MOVE SPACES TO DADOS-REL
               STRING "BOK ALTERADO DEPOIS DA GERACAO: REGERE O "
                   DELIMITED BY SIZE
                   "PROGRAMA (verifica-bok) ANTES DE EXPORTAR"
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
               WRITE REG-REL
           END-IF

           CLOSE RELEXP.
       150-FIM.

       151-RELATA-ARQUIVO SECTION.

           MOVE SPACES TO DADOS-REL
           STRING W-A-CLASSE(W-I) " " W-A-NOME(W-I) " "
               DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           IF W-A-INCLUI(W-I) = "S"
               MOVE W-A-LINHAS(W-I) TO DADOS-REL(20:5)
               MOVE W-A-HASH(W-I) TO DADOS-REL(26:9)
           END-IF
           MOVE W-A-HASH-SPC(W-I) TO DADOS-REL(37:9)
           MOVE W-A-SIT(W-I) TO DADOS-REL(48:45)
           WRITE REG-REL.
       151-FIM.

      *>--ACUMULA W-HASH-LINHA (ATE A COLUNA W-HASH-LIMITE) NO
      *>--FINGERPRINT W-HASH-ACUM: PESO DO CARACTERE + POSICAO,
      *>--MOD 999999937
       160-ACUMULA-HASH SECTION.

           PERFORM 161-PESA-CARACTERE VARYING W-HASH-POS FROM 1 BY 1
               UNTIL W-HASH-POS > W-HASH-LIMITE.
       160-FIM.

       161-PESA-CARACTERE SECTION.

           MOVE W-HASH-LINHA(W-HASH-POS:1) TO W-HASH-CH
           IF W-HASH-CH NOT = SPACE
               MOVE ZEROS TO W-HASH-PESO
               PERFORM 162-ACHA-PESO VARYING W-HASH-IX FROM 1 BY 1
                   UNTIL W-HASH-IX > 76 OR W-HASH-PESO NOT = ZEROS
               COMPUTE W-HASH-TRAB = W-HASH-ACUM * 37
                   + W-HASH-PESO + W-HASH-POS
               DIVIDE W-HASH-TRAB BY 999999937
                   GIVING W-HASH-Q REMAINDER W-HASH-ACUM
           END-IF.
       161-FIM.

       162-ACHA-PESO SECTION.

           IF W-HASH-ALFA(W-HASH-IX:1) = W-HASH-CH
               MOVE W-HASH-IX TO W-HASH-PESO
           END-IF.
       162-FIM.
