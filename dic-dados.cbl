       IDENTIFICATION DIVISION.
       PROGRAM-ID. dic-dados.
       AUTHOR.     "LEANDRO O.C. 20261014".
      *>--DICIONARIO DE DADOS: VARRE OS BOKS sl/fd E DE WORKING-
      *>--STORAGE CITADOS NOS .spc DA ULTIMA VERSAO DE CADA PROGRAMA
      *>--CATALOGADO, GRAVA EM DICIONARIO.DAT CADA CAMPO (BOK, NIVEL,
      *>--PIC, USO, POSICAO, TAMANHO E TAMANHO DO REGISTRO) E ONDE
      *>--ELE E USADO (LAYOUT, CHAVE, SORT, QUEBRA E TOTAL).
      *>--A CONSULTA POR NOME DE CAMPO SAI EM DICIONARIO.LST
       ENVIRONMENT DIVISION.
       FILE-CONTROL.

           SELECT CATALOGO ASSIGN TO DISK
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CAT-CHAVE
               ALTERNATE RECORD KEY IS CAT-DATA
                   WITH DUPLICATES
               FILE STATUS     IS W-FSCAT.

           SELECT DICIONARIO ASSIGN TO DISK
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS DIC-CHAVE
               FILE STATUS     IS W-FSDIC.

           SELECT ARQSPEC ASSIGN TO DISK
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSSPEC.

           SELECT ARQBOK ASSIGN TO DISK
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSBOK.

           SELECT RELDIC ASSIGN TO DISK
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

      *>--TIPO D: DEFINICAO DO CAMPO NO BOK (ORIGEM = BOK)
      *>--TIPO U: USO DO CAMPO POR UM PROGRAMA (ORIGEM = PROGRAMA),
      *>--COM O NOME JA COM O PREFIXO DO REPLACING APLICADO
           FD  DICIONARIO
               VALUE OF FILE-ID IS W-ARQDIC.

           01  REG-DIC.
               05  DIC-CHAVE.
                   10  DIC-CAMPO     PIC X(30).
                   10  DIC-TIPO      PIC X(01).
                       88  DIC-DEFINICAO VALUE "D".
                       88  DIC-USO       VALUE "U".
                   10  DIC-ORIGEM    PIC X(10).
                   10  DIC-SEQ       PIC 9(05).
               05  DIC-BOK       PIC X(10).
               05  DIC-NIVEL     PIC X(02).
               05  DIC-PIC       PIC X(20).
               05  DIC-USAGE     PIC X(02).
               05  DIC-OCC       PIC 9(03).
               05  DIC-RED       PIC X(30).
               05  DIC-POSICAO   PIC 9(05).
               05  DIC-TAMANHO   PIC 9(05).
               05  DIC-REGISTRO  PIC X(30).
               05  DIC-TAM-REG   PIC 9(05).
               05  DIC-PAPEL     PIC X(01).
                   88  PAPEL-LAYOUT  VALUE "A".
                   88  PAPEL-WS      VALUE "W".
                   88  PAPEL-CHAVE   VALUE "K".
                   88  PAPEL-SORT    VALUE "S".
                   88  PAPEL-QUEBRA  VALUE "B".
                   88  PAPEL-TOTAL   VALUE "T".
               05  DIC-DETALHE   PIC X(14).
               05  DIC-VERSAO    PIC 9(03).

           FD  ARQSPEC
               VALUE OF FILE-ID IS W-ARQSPEC.

           01  REG-SPEC.
               05  SPEC-TIPO   PIC X(01).
                   88  SPEC-DADO-ARQ  VALUE "2".
                   88  SPEC-DADO-SEQ  VALUE "5".
                   88  SPEC-DADO-BOK  VALUE "7".
                   88  SPEC-QUEBRA    VALUE "B".
                   88  SPEC-TOTAL     VALUE "T".
               05  SPEC-DADO   PIC X(79).

           FD  ARQBOK
               VALUE OF FILE-ID IS W-ARQBOK.

           01  REG-BOK.
               05  DADOS-BOK   PIC X(80).

           FD  RELDIC
               VALUE OF FILE-ID IS W-ARQREL.

           01  REG-REL.
               05  DADOS-REL   PIC X(135) VALUE SPACES.

       WORKING-STORAGE SECTION.

       01  W-FILE-STATUS.
           05  W-FSCAT     PIC X(02) VALUE SPACES.
           05  W-FSDIC     PIC X(02) VALUE SPACES.
           05  W-FSSPEC    PIC X(02) VALUE SPACES.
           05  W-FSBOK     PIC X(02) VALUE SPACES.
           05  W-FSREL     PIC X(02) VALUE SPACES.

       01  W-ARQS.
           05  W-ARQCAT    PIC X(50) VALUE "CATALOGO.DAT".
           05  W-ARQDIC    PIC X(50) VALUE "DICIONARIO.DAT".
           05  W-ARQSPEC   PIC X(50) VALUE SPACES.
           05  W-ARQBOK    PIC X(50) VALUE SPACES.
           05  W-ARQREL    PIC X(50) VALUE "DICIONARIO.LST".
           05  W-ARQ-ERRO  PIC X(50) VALUE SPACES.

       01  W-VAR.
           05  W-OPCAO       PIC 9(01) VALUE ZEROS.
               88  OPCAO-MONTA    VALUE 1.
               88  OPCAO-CONSULTA VALUE 2.
           05  W-CAMPO-PROC  PIC X(30) VALUE SPACES.
           05  W-PROC-TAM    PIC 9(02) VALUE ZEROS.
           05  W-FIM-CAT     PIC X(01) VALUE "N".
               88  FIM-DO-CATALOGO VALUE "S".
           05  W-FIM-DIC     PIC X(01) VALUE "N".
               88  FIM-DO-DICIONARIO VALUE "S".
           05  W-FIM-SPEC    PIC X(01) VALUE "N".
               88  FIM-DO-SPEC VALUE "S".
           05  W-FIM-BOK     PIC X(01) VALUE "N".
               88  FIM-DO-BOK VALUE "S".
           05  W-BOK-FEITO   PIC X(01) VALUE "N".
               88  BOK-JA-DEFINIDO VALUE "S".
           05  W-PROG-ANT    PIC X(10) VALUE SPACES.
           05  W-VER-ANT     PIC 9(03) VALUE ZEROS.
           05  W-CAMPO-ANT   PIC X(30) VALUE SPACES.
           05  W-BOK-NOME    PIC X(10) VALUE SPACES.
           05  W-PFX-ATUAL   PIC X(10) VALUE SPACES.
           05  W-PAPEL       PIC X(01) VALUE SPACE.
           05  W-PAPEL-DESC  PIC X(22) VALUE SPACES.
           05  W-DETALHE     PIC X(14) VALUE SPACES.
           05  W-USO-CAMPO   PIC X(30) VALUE SPACES.
           05  W-NOME-ORIG   PIC X(30) VALUE SPACES.
           05  W-NOME-RES    PIC X(30) VALUE SPACES.
           05  W-PARTE1      PIC X(30) VALUE SPACES.
           05  W-PARTE2      PIC X(30) VALUE SPACES.
           05  W-TALLY       PIC 9(03) VALUE ZEROS.
           05  W-SEQ-DIC     PIC 9(05) VALUE ZEROS.
           05  W-I           PIC 9(03) VALUE ZEROS.
           05  W-J           PIC 9(03) VALUE ZEROS.
           05  W-K           PIC 9(03) VALUE ZEROS.
           05  W-P           PIC 9(04) VALUE ZEROS.
           05  W-KK          PIC 9(02) VALUE ZEROS.
           05  W-DATA-ATUAL  PIC 9(08) VALUE ZEROS.
           05  W-NUM-ED      PIC ZZZZ9 VALUE ZEROS.
           05  W-POS-ED      PIC ZZZZ9 VALUE ZEROS.
           05  W-TAM-ED      PIC ZZZZ9 VALUE ZEROS.
           05  W-REG-ED      PIC ZZZZ9 VALUE ZEROS.
           05  W-OCC-ED      PIC ZZ9 VALUE ZEROS.
           05  W-PAUSA       PIC X(01) VALUE SPACES.

       01  W-TOTAIS.
           05  W-QTD-PROG    PIC 9(05) VALUE ZEROS.
           05  W-QTD-SEM-SPC PIC 9(05) VALUE ZEROS.
           05  W-QTD-BOK     PIC 9(05) VALUE ZEROS.
           05  W-QTD-BOK-ERR PIC 9(05) VALUE ZEROS.
           05  W-QTD-DEF     PIC 9(05) VALUE ZEROS.
           05  W-QTD-USO     PIC 9(05) VALUE ZEROS.
           05  W-QTD-PROGS   PIC 9(05) VALUE ZEROS.

      *>--PROGRAMAS JA CONTADOS NA CONSULTA (UM PROGRAMA USA VARIOS
      *>--CAMPOS DO MESMO PREFIXO)
       01  W-PROGS-CONTADOS.
           05  W-CNT-NOME    PIC X(10) OCCURS 999 TIMES.
           05  W-CNT-IX      PIC 9(04) VALUE ZEROS.
           05  W-CNT-ACHOU   PIC X(01) VALUE "N".
               88  PROGRAMA-JA-CONTADO VALUE "S".

      *>--ARQUIVOS, SEQUENCIAIS, BOKS E CAMPOS DE SUMARIZACAO DO
      *>--.spc DO PROGRAMA EM TRATAMENTO
       01  W-SPEC-PROG.
           05  W-ARQ-QTD     PIC 9(03) VALUE ZEROS.
           05  W-ARQ-TAB OCCURS 99 TIMES.
               10  W-ARQ-NUM     PIC 9(03).
               10  W-ARQ-PFX     PIC X(10).
           05  W-SEQ-QTD     PIC 9(03) VALUE ZEROS.
           05  W-SEQ-TAB OCCURS 99 TIMES.
               10  W-SEQ-NOME    PIC X(10).
               10  W-SEQ-CHV     PIC X(10).
               10  W-SEQ-SRT     PIC X(10).
               10  W-SEQ-LAY     PIC X(10).
           05  W-BKW-QTD     PIC 9(03) VALUE ZEROS.
           05  W-BKW-NOME    PIC X(10) OCCURS 99 TIMES.
           05  W-QBR-CAMPO1  PIC X(30) VALUE SPACES.
           05  W-QBR-CAMPO2  PIC X(30) VALUE SPACES.
           05  W-TOT-QTD     PIC 9(03) VALUE ZEROS.
           05  W-TOT-CAMPO   PIC X(30) OCCURS 99 TIMES.

      *>--CAMPOS DO PROGRAMA (NOME RESOLVIDO), P/ ACHAR O BOK E A
      *>--POSICAO DE UMA CHAVE, QUEBRA OU TOTAL
       01  W-CAMPOS-PROG.
           05  W-PCP-QTD     PIC 9(04) VALUE ZEROS.
           05  W-PCP-TAB OCCURS 3000 TIMES.
               10  W-PCP-NOME    PIC X(30).
               10  W-PCP-BOK     PIC X(10).
               10  W-PCP-POS     PIC 9(05).
               10  W-PCP-TAM     PIC 9(05).
           05  W-PCP-ACHOU   PIC 9(04) VALUE ZEROS.

      *>--BOKS CUJAS DEFINICOES JA FORAM GRAVADAS NESTA MONTAGEM
       01  W-BOKS-FEITOS.
           05  W-FEITO-QTD   PIC 9(03) VALUE ZEROS.
           05  W-FEITO-NOME  PIC X(10) OCCURS 999 TIMES.

      *>--LAYOUT DO BOK EM TRATAMENTO: PAI, TAMANHO E POSICAO DE
      *>--CADA ITEM (GRUPO = SOMA DOS SUBORDINADOS VEZES O OCCURS;
      *>--QUEM REDEFINE NAO SOMA E TOMA A POSICAO DO REDEFINIDO)
       01  W-LAYOUT.
           05  W-LAY-QTD     PIC 9(03) VALUE ZEROS.
           05  W-LAY-TAB OCCURS 999 TIMES.
               10  W-LAY-NIVEL   PIC 9(02).
               10  W-LAY-NOME    PIC X(30).
               10  W-LAY-PIC     PIC X(20).
               10  W-LAY-OCC     PIC 9(03).
               10  W-LAY-RED     PIC X(30).
               10  W-LAY-USO     PIC X(02).
               10  W-LAY-PAI     PIC 9(03).
               10  W-LAY-REG     PIC 9(03).
               10  W-LAY-UNID    PIC 9(05).
               10  W-LAY-TAM     PIC 9(05).
               10  W-LAY-OFF     PIC 9(05).
               10  W-LAY-CUR     PIC 9(05).
           05  W-TOPO        PIC 9(02) VALUE ZEROS.
           05  W-PILHA OCCURS 50 TIMES.
               10  W-PIL-NIVEL   PIC 9(02).
               10  W-PIL-IDX     PIC 9(03).
           05  W-NIV-CALC    PIC 9(02) VALUE ZEROS.
           05  W-MULT        PIC 9(03) VALUE ZEROS.

       01  W-PARSE.
           05  W-TOK         PIC 9(02) VALUE ZEROS.
           05  W-TOKENS.
               10  W-TOKEN   PIC X(30) OCCURS 12 TIMES.
           05  W-TOK-LIMPA   PIC X(30) VALUE SPACES.
           05  W-NIVEL-TOK   PIC X(02) VALUE SPACES.
           05  W-NOME-TOK    PIC X(30) VALUE SPACES.
           05  W-PIC-TOK     PIC X(20) VALUE SPACES.
           05  W-OCC-TOK     PIC 9(03) VALUE ZEROS.
           05  W-RED-TOK     PIC X(30) VALUE SPACES.
           05  W-USO-TOK     PIC X(02) VALUE SPACES.
           05  W-NUM-TRAB    PIC 9(03) VALUE ZEROS.
           05  W-DIG-X       PIC X(01) VALUE SPACE.
           05  W-DIG-N REDEFINES W-DIG-X PIC 9(01).

       01  W-CALC-PIC.
           05  W-CA-PIC      PIC X(20) VALUE SPACES.
           05  W-CA-USO      PIC X(02) VALUE SPACES.
           05  W-CA-TAM      PIC 9(03) VALUE ZEROS.
           05  W-CA-DIGITOS  PIC 9(03) VALUE ZEROS.
           05  W-CA-IDX      PIC 9(02) VALUE ZEROS.
           05  W-CA-REP      PIC 9(03) VALUE ZEROS.
           05  W-CA-ULT9     PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       100-INICIO.

           PERFORM 101-TELA-OPCAO

           EVALUATE TRUE
               WHEN OPCAO-MONTA
                   PERFORM 200-MONTA-DICIONARIO
                   DISPLAY ERASE
                   DISPLAY "*** DICIONARIO DE DADOS DOS BOKS ***"
                       AT 0203
                   DISPLAY "PROGRAMAS LIDOS......:" AT 0503
                   DISPLAY W-QTD-PROG AT 0526
                   DISPLAY "SEM .spc.............:" AT 0603
                   DISPLAY W-QTD-SEM-SPC AT 0626
                   DISPLAY "BOKS DESCRITOS.......:" AT 0703
                   DISPLAY W-QTD-BOK AT 0726
                   DISPLAY "BOKS NAO LIDOS.......:" AT 0803
                   DISPLAY W-QTD-BOK-ERR AT 0826
                   DISPLAY "CAMPOS DEFINIDOS.....:" AT 0903
                   DISPLAY W-QTD-DEF AT 0926
                   DISPLAY "USOS REGISTRADOS.....:" AT 1003
                   DISPLAY W-QTD-USO AT 1026
               WHEN OTHER
                   PERFORM 300-CONSULTA-CAMPO
                   DISPLAY ERASE
                   DISPLAY "*** DICIONARIO DE DADOS DOS BOKS ***"
                       AT 0203
                   DISPLAY "DEFINICOES ACHADAS...:" AT 0503
                   DISPLAY W-QTD-DEF AT 0526
                   DISPLAY "USOS ACHADOS.........:" AT 0603
                   DISPLAY W-QTD-USO AT 0626
                   DISPLAY "PROGRAMAS AFETADOS...:" AT 0703
                   DISPLAY W-QTD-PROGS AT 0726
           END-EVALUATE

           DISPLAY "VEJA O RELATORIO EM DICIONARIO.LST" AT 1203

           STOP RUN.

      *>--PEGA A OPCAO: REMONTAR O DICIONARIO OU CONSULTAR UM CAMPO
       101-TELA-OPCAO SECTION.

           DISPLAY ERASE
           DISPLAY "*** DICIONARIO DE DADOS DOS BOKS ***" AT 0203
           DISPLAY "1-REMONTA O DICIONARIO A PARTIR DO CATALOGO"
               AT 0403
           DISPLAY "2-CONSULTA ONDE UM CAMPO E USADO.:" AT 0503
           ACCEPT W-OPCAO

           IF NOT OPCAO-MONTA AND NOT OPCAO-CONSULTA
               DISPLAY "OPCAO INVALIDA!" AT 0703
               STOP RUN
           END-IF

           IF OPCAO-CONSULTA
               DISPLAY "NOME DO CAMPO OU INICIO DO NOME (EM BRANCO"
                   AT 0703
               DISPLAY "= DICIONARIO INTEIRO).:" AT 0803
               ACCEPT W-CAMPO-PROC
               INSPECT W-CAMPO-PROC
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM VARYING W-PROC-TAM FROM 30 BY -1
                   UNTIL W-PROC-TAM = ZEROS
                   OR W-CAMPO-PROC(W-PROC-TAM:1) NOT = SPACE
                   CONTINUE
               END-PERFORM
           END-IF.
       101-FIM.

      *>--MOSTRA UM ERRO DE ABERTURA E ENCERRA
       102-ERRO-ABERTURA SECTION.

           DISPLAY ERASE
           DISPLAY "*** DICIONARIO DE DADOS DOS BOKS ***" AT 0203
           DISPLAY "ERRO AO ABRIR O ARQUIVO.:" AT 0503
           DISPLAY W-ARQ-ERRO(1:30) AT 0529
           STOP RUN.
       102-FIM.

      *>--CABECALHO DO RELATORIO
       103-CABECALHO SECTION.

           ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD

           MOVE SPACES TO DADOS-REL
           STRING "DICIONARIO DE DADOS DOS BOKS CATALOGADOS"
               DELIMITED BY SIZE
               "   EMITIDO EM " DELIMITED BY SIZE
               W-DATA-ATUAL(7:2) "/" W-DATA-ATUAL(5:2) "/"
               W-DATA-ATUAL(1:4) DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           WRITE REG-REL.
       103-FIM.

      *>--REMONTA O DICIONARIO: ULTIMA VERSAO DE CADA PROGRAMA
      *>--CATALOGADO (O CATALOGO VEM EM ORDEM DE PROGRAMA+VERSAO)
       200-MONTA-DICIONARIO SECTION.

           OPEN INPUT CATALOGO
           IF W-FSCAT NOT = "00"
               MOVE W-ARQCAT TO W-ARQ-ERRO
               PERFORM 102-ERRO-ABERTURA
           END-IF

           OPEN OUTPUT DICIONARIO
           IF W-FSDIC NOT = "00"
               CLOSE CATALOGO
               MOVE W-ARQDIC TO W-ARQ-ERRO
               PERFORM 102-ERRO-ABERTURA
           END-IF

           OPEN OUTPUT RELDIC
           IF W-FSREL NOT = "00"
               CLOSE CATALOGO
               CLOSE DICIONARIO
               MOVE W-ARQREL TO W-ARQ-ERRO
               PERFORM 102-ERRO-ABERTURA
           END-IF

           PERFORM 103-CABECALHO

           MOVE SPACES TO W-PROG-ANT
           PERFORM 205-LE-CATALOGO UNTIL FIM-DO-CATALOGO
           IF W-PROG-ANT NOT = SPACES
               PERFORM 210-TRATA-PROGRAMA
           END-IF

           MOVE SPACES TO DADOS-REL
           WRITE REG-REL
           MOVE SPACES TO DADOS-REL
           STRING "PROGRAMAS: " W-QTD-PROG
               "  SEM .spc: " W-QTD-SEM-SPC
               "  BOKS: " W-QTD-BOK
               "  BOKS NAO LIDOS: " W-QTD-BOK-ERR
               "  CAMPOS: " W-QTD-DEF
               "  USOS: " W-QTD-USO
               DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           CLOSE CATALOGO
           CLOSE DICIONARIO
           CLOSE RELDIC.
       200-FIM.

      *>--LE O CATALOGO; A MUDANCA DE PROGRAMA TRATA O ANTERIOR
       205-LE-CATALOGO SECTION.

           READ CATALOGO NEXT RECORD
               AT END
                   SET FIM-DO-CATALOGO TO TRUE
               NOT AT END
                   IF CAT-PROGRAMA NOT = W-PROG-ANT
                       AND W-PROG-ANT NOT = SPACES
                       PERFORM 210-TRATA-PROGRAMA
                   END-IF
                   MOVE CAT-PROGRAMA TO W-PROG-ANT
                   MOVE CAT-VERSAO TO W-VER-ANT
           END-READ.
       205-FIM.

      *>--DESCREVE OS BOKS E OS PAPEIS DOS CAMPOS DE UM PROGRAMA
       210-TRATA-PROGRAMA SECTION.

           ADD 1 TO W-QTD-PROG
           PERFORM 211-CARREGA-SPEC

           MOVE SPACES TO DADOS-REL
           IF W-FSSPEC NOT = "00"
               ADD 1 TO W-QTD-SEM-SPC
               STRING "PROGRAMA " W-PROG-ANT " VERSAO " W-VER-ANT
                   "  *** .spc NAO ENCONTRADO ***"
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
               WRITE REG-REL
           ELSE
               STRING "PROGRAMA " W-PROG-ANT " VERSAO " W-VER-ANT
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
               WRITE REG-REL

               MOVE ZEROS TO W-PCP-QTD
               PERFORM 220-TRATA-ARQUIVO VARYING W-I FROM 1 BY 1
                   UNTIL W-I > W-ARQ-QTD
               PERFORM 230-TRATA-BOK-WS VARYING W-I FROM 1 BY 1
                   UNTIL W-I > W-BKW-QTD
               PERFORM 225-TRATA-LAYOUT-SEQ VARYING W-I FROM 1 BY 1
                   UNTIL W-I > W-SEQ-QTD
               PERFORM 240-PAPEIS-SEQ VARYING W-I FROM 1 BY 1
                   UNTIL W-I > W-SEQ-QTD
               PERFORM 245-PAPEIS-SUMARIZACAO
           END-IF.
       210-FIM.

      *>--CARREGA O .spc DO PROGRAMA NAS TABELAS
       211-CARREGA-SPEC SECTION.

           MOVE ZEROS TO W-ARQ-QTD
           MOVE ZEROS TO W-SEQ-QTD
           MOVE ZEROS TO W-BKW-QTD
           MOVE ZEROS TO W-TOT-QTD
           MOVE SPACES TO W-QBR-CAMPO1
           MOVE SPACES TO W-QBR-CAMPO2

           MOVE SPACES TO W-ARQSPEC
           STRING W-PROG-ANT DELIMITED BY SPACES
               ".spc" DELIMITED BY SIZE INTO W-ARQSPEC
           END-STRING

           OPEN INPUT ARQSPEC
           IF W-FSSPEC = "00"
               MOVE "N" TO W-FIM-SPEC
               PERFORM 212-LE-SPEC UNTIL FIM-DO-SPEC
               CLOSE ARQSPEC
               MOVE "00" TO W-FSSPEC
           END-IF.
       211-FIM.

      *>--LE UM REGISTRO DO .spc
       212-LE-SPEC SECTION.

           READ ARQSPEC
               AT END
                   SET FIM-DO-SPEC TO TRUE
               NOT AT END
                   PERFORM 2120-TRATA-SPEC
           END-READ.
       212-FIM.

      *>--DISTRIBUI UM REGISTRO DO .spc NAS TABELAS DO PROGRAMA
       2120-TRATA-SPEC SECTION.

           EVALUATE TRUE
               WHEN SPEC-DADO-ARQ AND W-ARQ-QTD < 99
                   ADD 1 TO W-ARQ-QTD
                   MOVE SPEC-DADO(1:3) TO W-ARQ-NUM(W-ARQ-QTD)
                   MOVE SPEC-DADO(4:10) TO W-ARQ-PFX(W-ARQ-QTD)
               WHEN SPEC-DADO-SEQ AND W-SEQ-QTD < 99
                   ADD 1 TO W-SEQ-QTD
                   MOVE SPEC-DADO(1:10) TO W-SEQ-NOME(W-SEQ-QTD)
                   MOVE SPEC-DADO(13:10) TO W-SEQ-CHV(W-SEQ-QTD)
                   MOVE SPEC-DADO(54:10) TO W-SEQ-SRT(W-SEQ-QTD)
                   MOVE SPEC-DADO(64:10) TO W-SEQ-LAY(W-SEQ-QTD)
               WHEN SPEC-DADO-BOK AND W-BKW-QTD < 99
                   ADD 1 TO W-BKW-QTD
                   MOVE SPEC-DADO(1:10) TO W-BKW-NOME(W-BKW-QTD)
               WHEN SPEC-QUEBRA
                   MOVE SPEC-DADO(1:30) TO W-QBR-CAMPO1
                   MOVE SPEC-DADO(31:30) TO W-QBR-CAMPO2
               WHEN SPEC-TOTAL AND W-TOT-QTD < 99
                   ADD 1 TO W-TOT-QTD
                   MOVE SPEC-DADO(1:30) TO W-TOT-CAMPO(W-TOT-QTD)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2120-FIM.

      *>--ARQUIVO DECLARADO POR BOK: LAYOUT DO fd E CHAVES DO sl
       220-TRATA-ARQUIVO SECTION.

           MOVE W-ARQ-PFX(W-I) TO W-PFX-ATUAL
           MOVE SPACES TO W-BOK-NOME
           STRING "fd" W-ARQ-NUM(W-I) DELIMITED BY SIZE
               INTO W-BOK-NOME
           END-STRING
           MOVE "A" TO W-PAPEL
           PERFORM 250-PROCESSA-LAYOUT

           MOVE SPACES TO W-BOK-NOME
           STRING "sl" W-ARQ-NUM(W-I) DELIMITED BY SIZE
               INTO W-BOK-NOME
           END-STRING
           PERFORM 260-CHAVES-SL.
       220-FIM.

      *>--ARQ SEQUENTIAL COM BOK DE LAYOUT: O :PREFIX: DO LAYOUT
      *>--E TROCADO PELO NOME DO ARQUIVO
       225-TRATA-LAYOUT-SEQ SECTION.

           IF W-SEQ-LAY(W-I) NOT = SPACES
               MOVE W-SEQ-NOME(W-I) TO W-PFX-ATUAL
               MOVE W-SEQ-LAY(W-I) TO W-BOK-NOME
               MOVE "A" TO W-PAPEL
               PERFORM 250-PROCESSA-LAYOUT
           END-IF.
       225-FIM.

      *>--BOK DE WORKING-STORAGE (SEM REPLACING DE PREFIXO)
       230-TRATA-BOK-WS SECTION.

           MOVE SPACES TO W-PFX-ATUAL
           MOVE W-BKW-NOME(W-I) TO W-BOK-NOME
           MOVE "W" TO W-PAPEL
           PERFORM 250-PROCESSA-LAYOUT.
       230-FIM.

      *>--CHAVE INDEXADA E CHAVE DE SORT DE UM ARQ SEQUENTIAL
       240-PAPEIS-SEQ SECTION.

           MOVE W-SEQ-NOME(W-I) TO W-DETALHE
           IF W-SEQ-CHV(W-I) NOT = SPACES
               MOVE W-SEQ-CHV(W-I) TO W-USO-CAMPO
               MOVE "K" TO W-PAPEL
               PERFORM 270-GRAVA-PAPEL
           END-IF
           IF W-SEQ-SRT(W-I) NOT = SPACES
               MOVE W-SEQ-SRT(W-I) TO W-USO-CAMPO
               MOVE "S" TO W-PAPEL
               PERFORM 270-GRAVA-PAPEL
           END-IF.
       240-FIM.

      *>--CAMPOS DE QUEBRA (SPEC B) E DE TOTAL (SPEC T)
       245-PAPEIS-SUMARIZACAO SECTION.

           MOVE SPACES TO W-DETALHE
           MOVE "B" TO W-PAPEL
           IF W-QBR-CAMPO1 NOT = SPACES
               MOVE W-QBR-CAMPO1 TO W-USO-CAMPO
               MOVE "NIVEL 1" TO W-DETALHE
               PERFORM 270-GRAVA-PAPEL
           END-IF
           IF W-QBR-CAMPO2 NOT = SPACES
               MOVE W-QBR-CAMPO2 TO W-USO-CAMPO
               MOVE "NIVEL 2" TO W-DETALHE
               PERFORM 270-GRAVA-PAPEL
           END-IF

           MOVE SPACES TO W-DETALHE
           MOVE "T" TO W-PAPEL
           PERFORM 2450-PAPEL-TOTAL VARYING W-I FROM 1 BY 1
               UNTIL W-I > W-TOT-QTD.
       245-FIM.

       2450-PAPEL-TOTAL SECTION.

           MOVE W-TOT-CAMPO(W-I) TO W-USO-CAMPO
           PERFORM 270-GRAVA-PAPEL.
       2450-FIM.

      *>--LE, CALCULA E GRAVA O LAYOUT DE UM BOK: DEFINICOES (UMA
      *>--VEZ POR BOK) E O USO DE CADA CAMPO PELO PROGRAMA
       250-PROCESSA-LAYOUT SECTION.

           PERFORM 251-CARREGA-LAYOUT

           IF W-LAY-QTD = ZEROS
               ADD 1 TO W-QTD-BOK-ERR
               MOVE SPACES TO DADOS-REL
               STRING "   BOK " W-BOK-NOME
                   "  *** NAO ENCONTRADO OU SEM CAMPOS ***"
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
               WRITE REG-REL
           ELSE
               PERFORM 255-CALCULA-LAYOUT

               MOVE "N" TO W-BOK-FEITO
               PERFORM VARYING W-K FROM 1 BY 1
                   UNTIL W-K > W-FEITO-QTD
                   OR BOK-JA-DEFINIDO
                   IF W-FEITO-NOME(W-K) = W-BOK-NOME
                       SET BOK-JA-DEFINIDO TO TRUE
                   END-IF
               END-PERFORM

               IF NOT BOK-JA-DEFINIDO
                   ADD 1 TO W-QTD-BOK
                   IF W-FEITO-QTD < 999
                       ADD 1 TO W-FEITO-QTD
                       MOVE W-BOK-NOME TO W-FEITO-NOME(W-FEITO-QTD)
                   END-IF
                   PERFORM 256-GRAVA-DEFINICAO
                       VARYING W-J FROM 1 BY 1
                       UNTIL W-J > W-LAY-QTD
               END-IF

               PERFORM 257-GRAVA-USO VARYING W-J FROM 1 BY 1
                   UNTIL W-J > W-LAY-QTD
           END-IF.
       250-FIM.

      *>--CARREGA OS CAMPOS DO BOK NA TABELA DE LAYOUT
       251-CARREGA-LAYOUT SECTION.

           MOVE ZEROS TO W-LAY-QTD
           MOVE SPACES TO W-ARQBOK
           STRING W-BOK-NOME DELIMITED BY SPACES
               ".bok" DELIMITED BY SIZE INTO W-ARQBOK
           END-STRING

           MOVE "N" TO W-FIM-BOK
           OPEN INPUT ARQBOK
           IF W-FSBOK = "00"
               PERFORM 252-LE-BOK UNTIL FIM-DO-BOK
               CLOSE ARQBOK
           END-IF.
       251-FIM.

      *>--LE UMA LINHA DO BOK
       252-LE-BOK SECTION.

           READ ARQBOK
               AT END
                   SET FIM-DO-BOK TO TRUE
               NOT AT END
                   PERFORM 253-PARSE-LINHA
           END-READ.
       252-FIM.

      *>--INTERPRETA UMA LINHA DO BOK (NIVEL, NOME E CLAUSULAS)
       253-PARSE-LINHA SECTION.

           IF DADOS-BOK(7:1) NOT = "*" AND DADOS-BOK NOT = SPACES
      *>--NOMES E CLAUSULAS EM MAIUSCULAS, COMO O NOME PROCURADO
               INSPECT DADOS-BOK
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM 2530-SEPARA-TOKENS

               MOVE ZEROS TO W-TOK
               PERFORM 259-AVANCA-TOKEN
               IF W-TOK NOT > 12
                   IF W-TOKEN(W-TOK)(1:2) IS NUMERIC
                       AND W-TOKEN(W-TOK)(3:28) = SPACES
                       AND W-TOKEN(W-TOK)(1:2) NOT = "66"
                       AND W-TOKEN(W-TOK)(1:2) NOT = "88"
                       PERFORM 2531-GUARDA-CAMPO
                   END-IF
               END-IF
           END-IF.
       253-FIM.

      *>--QUEBRA A LINHA DO BOK EM ATE 12 TOKENS
       2530-SEPARA-TOKENS SECTION.

           MOVE SPACES TO W-TOKENS
           UNSTRING DADOS-BOK DELIMITED BY ALL " "
               INTO W-TOKEN(1) W-TOKEN(2) W-TOKEN(3) W-TOKEN(4)
                    W-TOKEN(5) W-TOKEN(6) W-TOKEN(7) W-TOKEN(8)
                    W-TOKEN(9) W-TOKEN(10) W-TOKEN(11)
                    W-TOKEN(12)
           END-UNSTRING.
       2530-FIM.

      *>--GUARDA NIVEL, NOME, PICTURE E CLAUSULAS DE UM CAMPO
       2531-GUARDA-CAMPO SECTION.

           MOVE W-TOKEN(W-TOK)(1:2) TO W-NIVEL-TOK

           PERFORM 259-AVANCA-TOKEN
           IF W-TOK NOT > 12
               MOVE W-TOKEN(W-TOK) TO W-TOK-LIMPA
               PERFORM 2589-TIRA-PONTO
               MOVE W-TOK-LIMPA TO W-NOME-TOK

               MOVE SPACES TO W-PIC-TOK
               MOVE ZEROS TO W-OCC-TOK
               MOVE SPACES TO W-RED-TOK
               MOVE SPACES TO W-USO-TOK
               PERFORM 2532-EXAMINA-CLAUSULA UNTIL W-TOK > 12

               IF W-LAY-QTD < 999
                   ADD 1 TO W-LAY-QTD
                   MOVE W-NIVEL-TOK TO W-LAY-NIVEL(W-LAY-QTD)
                   MOVE W-NOME-TOK TO W-LAY-NOME(W-LAY-QTD)
                   MOVE W-PIC-TOK TO W-LAY-PIC(W-LAY-QTD)
                   MOVE W-OCC-TOK TO W-LAY-OCC(W-LAY-QTD)
                   MOVE W-RED-TOK TO W-LAY-RED(W-LAY-QTD)
                   MOVE W-USO-TOK TO W-LAY-USO(W-LAY-QTD)
               END-IF
           END-IF.
       2531-FIM.

      *>--EXAMINA A PROXIMA CLAUSULA DA LINHA DO CAMPO
       2532-EXAMINA-CLAUSULA SECTION.

           PERFORM 259-AVANCA-TOKEN
           IF W-TOK > 12
               CONTINUE
           ELSE
               MOVE W-TOKEN(W-TOK) TO W-TOK-LIMPA
               PERFORM 2589-TIRA-PONTO
               EVALUATE W-TOK-LIMPA
                   WHEN "PIC"
                   WHEN "PICTURE"
                       PERFORM 259-AVANCA-TOKEN
                       IF W-TOK NOT > 12
                           MOVE W-TOKEN(W-TOK) TO W-TOK-LIMPA
                           PERFORM 2589-TIRA-PONTO
                           MOVE W-TOK-LIMPA TO W-PIC-TOK
                       END-IF
                   WHEN "OCCURS"
                       PERFORM 259-AVANCA-TOKEN
                       IF W-TOK NOT > 12
                           MOVE W-TOKEN(W-TOK) TO W-TOK-LIMPA
                           PERFORM 2589-TIRA-PONTO
                           PERFORM 2588-PEGA-NUMERO
                           MOVE W-NUM-TRAB TO W-OCC-TOK
                       END-IF
                   WHEN "REDEFINES"
                       PERFORM 259-AVANCA-TOKEN
                       IF W-TOK NOT > 12
                           MOVE W-TOKEN(W-TOK) TO W-TOK-LIMPA
                           PERFORM 2589-TIRA-PONTO
                           MOVE W-TOK-LIMPA TO W-RED-TOK
                       END-IF
                   WHEN "COMP"
                   WHEN "COMPUTATIONAL"
                   WHEN "BINARY"
                       MOVE "CO" TO W-USO-TOK
                   WHEN "COMP-3"
                   WHEN "COMPUTATIONAL-3"
                   WHEN "PACKED-DECIMAL"
                       MOVE "C3" TO W-USO-TOK
                   WHEN "COMP-1"
                   WHEN "COMPUTATIONAL-1"
                       MOVE "C1" TO W-USO-TOK
                   WHEN "COMP-2"
                   WHEN "COMPUTATIONAL-2"
                       MOVE "C2" TO W-USO-TOK
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       2532-FIM.

      *>--PAI, TAMANHO E POSICAO DE CADA ITEM DO LAYOUT
       255-CALCULA-LAYOUT SECTION.

      *>--PILHA DE NIVEIS COM SENTINELA 00 NA BASE
           MOVE 1 TO W-TOPO
           MOVE ZEROS TO W-PIL-NIVEL(1)
           MOVE ZEROS TO W-PIL-IDX(1)
           PERFORM 2550-ACHA-PAI VARYING W-J FROM 1 BY 1
               UNTIL W-J > W-LAY-QTD

      *>--DE TRAS P/ FRENTE: OS SUBORDINADOS SOMAM NO GRUPO ANTES
      *>--DO GRUPO SER TOTALIZADO
           PERFORM 2551-SOMA-GRUPO VARYING W-J FROM W-LAY-QTD BY -1
               UNTIL W-J = ZEROS

           PERFORM 2552-CALCULA-POSICAO VARYING W-J FROM 1 BY 1
               UNTIL W-J > W-LAY-QTD.
       255-FIM.

      *>--ACHA O GRUPO A QUE O ITEM PERTENCE E O TAMANHO DO PIC
       2550-ACHA-PAI SECTION.

           MOVE W-LAY-NIVEL(W-J) TO W-NIV-CALC
           IF W-NIV-CALC = 77
               MOVE 1 TO W-NIV-CALC
           END-IF

           PERFORM 2553-DESEMPILHA
               UNTIL W-PIL-NIVEL(W-TOPO) < W-NIV-CALC
           MOVE W-PIL-IDX(W-TOPO) TO W-LAY-PAI(W-J)

           IF W-TOPO < 50
               ADD 1 TO W-TOPO
               MOVE W-NIV-CALC TO W-PIL-NIVEL(W-TOPO)
               MOVE W-J TO W-PIL-IDX(W-TOPO)
           END-IF

           MOVE ZEROS TO W-LAY-UNID(W-J)
           IF W-LAY-PIC(W-J) NOT = SPACES
               MOVE W-LAY-PIC(W-J) TO W-CA-PIC
               MOVE W-LAY-USO(W-J) TO W-CA-USO
               PERFORM 280-CALC-TAMANHO
               MOVE W-CA-TAM TO W-LAY-UNID(W-J)
           END-IF.
       2550-FIM.

      *>--TAMANHO TOTAL DO ITEM (COM OCCURS) SOMADO NO GRUPO PAI
       2551-SOMA-GRUPO SECTION.

           MOVE 1 TO W-MULT
           IF W-LAY-OCC(W-J) NOT = ZEROS
               MOVE W-LAY-OCC(W-J) TO W-MULT
           END-IF
           COMPUTE W-LAY-TAM(W-J) = W-LAY-UNID(W-J) * W-MULT

           IF W-LAY-PAI(W-J) NOT = ZEROS
               AND W-LAY-RED(W-J) = SPACES
               ADD W-LAY-TAM(W-J) TO W-LAY-UNID(W-LAY-PAI(W-J))
           END-IF.
       2551-FIM.

      *>--POSICAO DO ITEM: PROXIMO BYTE LIVRE DO GRUPO PAI, OU A
      *>--POSICAO DO ITEM REDEFINIDO
       2552-CALCULA-POSICAO SECTION.

           IF W-LAY-PAI(W-J) = ZEROS
               MOVE ZEROS TO W-LAY-OFF(W-J)
               MOVE W-J TO W-LAY-REG(W-J)
           ELSE
               MOVE W-LAY-REG(W-LAY-PAI(W-J)) TO W-LAY-REG(W-J)
               IF W-LAY-RED(W-J) NOT = SPACES
                   MOVE W-LAY-CUR(W-LAY-PAI(W-J)) TO W-LAY-OFF(W-J)
                   PERFORM VARYING W-K FROM W-J BY -1
                       UNTIL W-K NOT > W-LAY-PAI(W-J)
                       IF W-LAY-NOME(W-K) = W-LAY-RED(W-J)
                           AND W-LAY-PAI(W-K) = W-LAY-PAI(W-J)
                           MOVE W-LAY-OFF(W-K) TO W-LAY-OFF(W-J)
                           MOVE W-LAY-PAI(W-J) TO W-K
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE W-LAY-CUR(W-LAY-PAI(W-J)) TO W-LAY-OFF(W-J)
                   ADD W-LAY-TAM(W-J) TO W-LAY-CUR(W-LAY-PAI(W-J))
               END-IF
           END-IF
           MOVE W-LAY-OFF(W-J) TO W-LAY-CUR(W-J).
       2552-FIM.

      *>--TIRA DA PILHA O NIVEL QUE NAO E MAIS GRUPO DO ITEM
       2553-DESEMPILHA SECTION.

           SUBTRACT 1 FROM W-TOPO.
       2553-FIM.

      *>--GRAVA A DEFINICAO DE UM CAMPO DO BOK (FILLER NAO ENTRA)
       256-GRAVA-DEFINICAO SECTION.

           IF W-LAY-NOME(W-J) NOT = "FILLER"
               MOVE SPACES TO REG-DIC
               MOVE W-LAY-NOME(W-J) TO DIC-CAMPO
               MOVE "D" TO DIC-TIPO
               MOVE W-BOK-NOME TO DIC-ORIGEM
               PERFORM 258-COMPLETA-REG-DIC
               MOVE SPACE TO DIC-PAPEL
               MOVE ZEROS TO DIC-VERSAO
               PERFORM 275-GRAVA-DIC
               ADD 1 TO W-QTD-DEF
           END-IF

      *>--REGISTRO (NIVEL 01/77) COM O TAMANHO CALCULADO
           IF W-LAY-PAI(W-J) = ZEROS
               MOVE W-LAY-TAM(W-J) TO W-TAM-ED
               MOVE SPACES TO DADOS-REL
               STRING "   BOK " W-BOK-NOME " REGISTRO "
                   W-LAY-NOME(W-J) " TAMANHO " W-TAM-ED
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
               WRITE REG-REL
           END-IF.
       256-FIM.

      *>--GRAVA O USO DE UM CAMPO DO BOK PELO PROGRAMA E GUARDA O
      *>--NOME RESOLVIDO P/ OS PAPEIS DE CHAVE, SORT, QUEBRA, TOTAL
       257-GRAVA-USO SECTION.

           IF W-LAY-NOME(W-J) NOT = "FILLER"
               MOVE SPACES TO REG-DIC
               PERFORM 258-COMPLETA-REG-DIC
               MOVE DIC-REGISTRO TO W-NOME-ORIG
               PERFORM 2570-APLICA-PREFIXO
               MOVE W-NOME-RES TO DIC-REGISTRO

               MOVE W-LAY-NOME(W-J) TO W-NOME-ORIG
               PERFORM 2570-APLICA-PREFIXO
               MOVE W-NOME-RES TO DIC-CAMPO
               MOVE "U" TO DIC-TIPO
               MOVE W-PROG-ANT TO DIC-ORIGEM
               MOVE W-PAPEL TO DIC-PAPEL
               MOVE W-BOK-NOME TO DIC-DETALHE
               MOVE W-VER-ANT TO DIC-VERSAO
               PERFORM 275-GRAVA-DIC
               ADD 1 TO W-QTD-USO

               IF W-PCP-QTD < 3000
                   ADD 1 TO W-PCP-QTD
                   MOVE W-NOME-RES TO W-PCP-NOME(W-PCP-QTD)
                   MOVE W-BOK-NOME TO W-PCP-BOK(W-PCP-QTD)
                   MOVE DIC-POSICAO TO W-PCP-POS(W-PCP-QTD)
                   MOVE DIC-TAMANHO TO W-PCP-TAM(W-PCP-QTD)
               END-IF
           END-IF.
       257-FIM.

      *>--TROCA A MARCA :PREFIX: PELO PREFIXO DO REPLACING DO ARQ
       2570-APLICA-PREFIXO SECTION.

           MOVE W-NOME-ORIG TO W-NOME-RES
           MOVE ZEROS TO W-TALLY
           INSPECT W-NOME-ORIG TALLYING W-TALLY FOR ALL ":PREFIX:"
           IF W-TALLY > ZEROS AND W-PFX-ATUAL NOT = SPACES
               MOVE SPACES TO W-PARTE1
               MOVE SPACES TO W-PARTE2
               UNSTRING W-NOME-ORIG DELIMITED BY ":PREFIX:"
                   INTO W-PARTE1 W-PARTE2
               END-UNSTRING
               MOVE SPACES TO W-NOME-RES
               STRING W-PARTE1 DELIMITED BY SPACES
                   W-PFX-ATUAL DELIMITED BY SPACES
                   W-PARTE2 DELIMITED BY SPACES INTO W-NOME-RES
               END-STRING
               INSPECT W-NOME-RES
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF.
       2570-FIM.

      *>--DADOS DO LAYOUT COMUNS A DEFINICAO E AO USO
       258-COMPLETA-REG-DIC SECTION.

           MOVE W-BOK-NOME TO DIC-BOK
           MOVE W-LAY-NIVEL(W-J) TO DIC-NIVEL
           MOVE W-LAY-PIC(W-J) TO DIC-PIC
           MOVE W-LAY-USO(W-J) TO DIC-USAGE
           MOVE W-LAY-OCC(W-J) TO DIC-OCC
           MOVE W-LAY-RED(W-J) TO DIC-RED
           COMPUTE DIC-POSICAO = W-LAY-OFF(W-J) + 1
           MOVE W-LAY-UNID(W-J) TO DIC-TAMANHO
           MOVE W-LAY-NOME(W-LAY-REG(W-J)) TO DIC-REGISTRO
           MOVE W-LAY-TAM(W-LAY-REG(W-J)) TO DIC-TAM-REG.
       258-FIM.

      *>--EXTRAI DO BOK sl OS CAMPOS DE RECORD KEY / ALTERNATE /
      *>--RELATIVE KEY, QUE SAO CHAVES INDEXADAS DO PROGRAMA
       260-CHAVES-SL SECTION.

           MOVE SPACES TO W-ARQBOK
           STRING W-BOK-NOME DELIMITED BY SPACES
               ".bok" DELIMITED BY SIZE INTO W-ARQBOK
           END-STRING

           MOVE "N" TO W-FIM-BOK
           OPEN INPUT ARQBOK
           IF W-FSBOK = "00"
               PERFORM 261-LE-SL UNTIL FIM-DO-BOK
               CLOSE ARQBOK
           END-IF.
       260-FIM.

      *>--LE UMA LINHA DO BOK sl
       261-LE-SL SECTION.

           READ ARQBOK
               AT END
                   SET FIM-DO-BOK TO TRUE
               NOT AT END
                   IF DADOS-BOK(7:1) NOT = "*"
                       AND DADOS-BOK NOT = SPACES
                       PERFORM 2530-SEPARA-TOKENS
                       MOVE ZEROS TO W-TOK
                       PERFORM 262-PROCURA-KEY UNTIL W-TOK > 12
                   END-IF
           END-READ.
       261-FIM.

      *>--PROCURA "KEY [IS] CAMPO" NOS TOKENS DA LINHA
       262-PROCURA-KEY SECTION.

           PERFORM 259-AVANCA-TOKEN
           IF W-TOK NOT > 12 AND W-TOKEN(W-TOK) = "KEY"
               PERFORM 259-AVANCA-TOKEN
               IF W-TOK NOT > 12 AND W-TOKEN(W-TOK) = "IS"
                   PERFORM 259-AVANCA-TOKEN
               END-IF
               IF W-TOK NOT > 12
                   MOVE W-TOKEN(W-TOK) TO W-TOK-LIMPA
                   PERFORM 2589-TIRA-PONTO
                   MOVE W-TOK-LIMPA TO W-NOME-ORIG
                   PERFORM 2570-APLICA-PREFIXO
                   MOVE W-NOME-RES TO W-USO-CAMPO
                   MOVE "K" TO W-PAPEL
                   MOVE W-BOK-NOME TO W-DETALHE
                   PERFORM 270-GRAVA-PAPEL
               END-IF
           END-IF.
       262-FIM.

      *>--GRAVA UM PAPEL (CHAVE, SORT, QUEBRA, TOTAL) DE UM CAMPO,
      *>--COM O BOK E A POSICAO QUANDO O CAMPO ESTA NUM BOK DO PROG
       270-GRAVA-PAPEL SECTION.

           INSPECT W-USO-CAMPO
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE ZEROS TO W-PCP-ACHOU
           PERFORM VARYING W-P FROM 1 BY 1
               UNTIL W-P > W-PCP-QTD
               OR W-PCP-ACHOU NOT = ZEROS
               IF W-PCP-NOME(W-P) = W-USO-CAMPO
                   MOVE W-P TO W-PCP-ACHOU
               END-IF
           END-PERFORM

           MOVE SPACES TO REG-DIC
           MOVE W-USO-CAMPO TO DIC-CAMPO
           MOVE "U" TO DIC-TIPO
           MOVE W-PROG-ANT TO DIC-ORIGEM
           MOVE ZEROS TO DIC-OCC
           MOVE ZEROS TO DIC-POSICAO
           MOVE ZEROS TO DIC-TAMANHO
           MOVE ZEROS TO DIC-TAM-REG
           IF W-PCP-ACHOU NOT = ZEROS
               MOVE W-PCP-BOK(W-PCP-ACHOU) TO DIC-BOK
               MOVE W-PCP-POS(W-PCP-ACHOU) TO DIC-POSICAO
               MOVE W-PCP-TAM(W-PCP-ACHOU) TO DIC-TAMANHO
           END-IF
           MOVE W-PAPEL TO DIC-PAPEL
           MOVE W-DETALHE TO DIC-DETALHE
           MOVE W-VER-ANT TO DIC-VERSAO
           PERFORM 275-GRAVA-DIC
           ADD 1 TO W-QTD-USO.
       270-FIM.

      *>--GRAVA UM REGISTRO NO DICIONARIO (SEQUENCIA TORNA A CHAVE
      *>--UNICA MESMO COM O MESMO NOME EM GRUPOS DIFERENTES)
       275-GRAVA-DIC SECTION.

           ADD 1 TO W-SEQ-DIC
           MOVE W-SEQ-DIC TO DIC-SEQ
           WRITE REG-DIC
               INVALID KEY
                   CONTINUE
           END-WRITE.
       275-FIM.

      *>--EXTRAI O VALOR NUMERICO DE UM TOKEN (EX. DO OCCURS)
       2588-PEGA-NUMERO SECTION.

           MOVE ZEROS TO W-NUM-TRAB
           PERFORM VARYING W-KK FROM 1 BY 1
               UNTIL W-KK > 3
               OR W-TOK-LIMPA(W-KK:1) = SPACE
               OR W-TOK-LIMPA(W-KK:1) < "0"
               OR W-TOK-LIMPA(W-KK:1) > "9"
               MOVE W-TOK-LIMPA(W-KK:1) TO W-DIG-X
               COMPUTE W-NUM-TRAB = W-NUM-TRAB * 10 + W-DIG-N
           END-PERFORM.
       2588-FIM.

      *>--RETIRA O PONTO FINAL DE UM TOKEN DO BOK
       2589-TIRA-PONTO SECTION.

           PERFORM VARYING W-KK FROM 30 BY -1
               UNTIL W-KK = ZEROS
               OR W-TOK-LIMPA(W-KK:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF W-KK > ZEROS AND W-TOK-LIMPA(W-KK:1) = "."
               MOVE SPACE TO W-TOK-LIMPA(W-KK:1)
           END-IF.
       2589-FIM.

      *>--AVANCA PARA O PROXIMO TOKEN NAO BRANCO DA LINHA
       259-AVANCA-TOKEN SECTION.

           ADD 1 TO W-TOK
           PERFORM UNTIL W-TOK > 12
               OR W-TOKEN(W-TOK) NOT = SPACES
               ADD 1 TO W-TOK
           END-PERFORM.
       259-FIM.

      *>--CALCULA O TAMANHO EM BYTES DE UM PIC (UMA OCORRENCIA)
       280-CALC-TAMANHO SECTION.

           MOVE ZEROS TO W-CA-TAM
           MOVE ZEROS TO W-CA-DIGITOS
           MOVE "N" TO W-CA-ULT9
           MOVE ZEROS TO W-CA-REP

           PERFORM VARYING W-CA-IDX FROM 1 BY 1
               UNTIL W-CA-IDX > 20
               OR W-CA-PIC(W-CA-IDX:1) = SPACE
               EVALUATE W-CA-PIC(W-CA-IDX:1)
                   WHEN "9"
                       ADD 1 TO W-CA-TAM
                       ADD 1 TO W-CA-DIGITOS
                       MOVE "S" TO W-CA-ULT9
                   WHEN "X"
                   WHEN "A"
                       ADD 1 TO W-CA-TAM
                       MOVE "N" TO W-CA-ULT9
                   WHEN "S"
                   WHEN "V"
                       CONTINUE
                   WHEN "("
                       PERFORM 285-PEGA-REPETICAO
                   WHEN OTHER
                       ADD 1 TO W-CA-TAM
                       MOVE "N" TO W-CA-ULT9
               END-EVALUATE
           END-PERFORM

      *>--USO COMP/COMP-3 MUDA O TAMANHO FISICO
           EVALUATE TRUE
               WHEN W-CA-USO = "CO"
                   IF W-CA-DIGITOS > 9
                       MOVE 8 TO W-CA-TAM
                   ELSE
                       IF W-CA-DIGITOS > 4
                           MOVE 4 TO W-CA-TAM
                       ELSE
                           MOVE 2 TO W-CA-TAM
                       END-IF
                   END-IF
               WHEN W-CA-USO = "C3"
                   COMPUTE W-CA-TAM = W-CA-DIGITOS / 2 + 1
               WHEN W-CA-USO = "C1"
                   MOVE 4 TO W-CA-TAM
               WHEN W-CA-USO = "C2"
                   MOVE 8 TO W-CA-TAM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       280-FIM.

      *>--TRATA O FATOR DE REPETICAO (N) DO PIC
       285-PEGA-REPETICAO SECTION.

           MOVE ZEROS TO W-CA-REP
           ADD 1 TO W-CA-IDX
           PERFORM UNTIL W-CA-IDX > 20
               OR W-CA-PIC(W-CA-IDX:1) = ")"
               OR W-CA-PIC(W-CA-IDX:1) = SPACE
               MOVE W-CA-PIC(W-CA-IDX:1) TO W-DIG-X
               COMPUTE W-CA-REP = W-CA-REP * 10 + W-DIG-N
               ADD 1 TO W-CA-IDX
           END-PERFORM

           IF W-CA-REP > 1
               ADD W-CA-REP TO W-CA-TAM
               SUBTRACT 1 FROM W-CA-TAM
               IF W-CA-ULT9 = "S"
                   ADD W-CA-REP TO W-CA-DIGITOS
                   SUBTRACT 1 FROM W-CA-DIGITOS
               END-IF
           END-IF.
       285-FIM.

      *>--CONSULTA: DEFINICOES E USOS DOS CAMPOS CUJO NOME COMECA
      *>--PELO TEXTO INFORMADO
       300-CONSULTA-CAMPO SECTION.

           OPEN INPUT DICIONARIO
           IF W-FSDIC NOT = "00"
               MOVE W-ARQDIC TO W-ARQ-ERRO
               PERFORM 102-ERRO-ABERTURA
           END-IF

           OPEN OUTPUT RELDIC
           IF W-FSREL NOT = "00"
               CLOSE DICIONARIO
               MOVE W-ARQREL TO W-ARQ-ERRO
               PERFORM 102-ERRO-ABERTURA
           END-IF

           PERFORM 103-CABECALHO
           MOVE SPACES TO DADOS-REL
           STRING "CAMPO PROCURADO.: " W-CAMPO-PROC
               DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-DIC
           MOVE W-CAMPO-PROC TO DIC-CAMPO
           MOVE LOW-VALUES TO DIC-TIPO
           START DICIONARIO KEY NOT < DIC-CHAVE
               INVALID KEY
                   SET FIM-DO-DICIONARIO TO TRUE
           END-START

           MOVE SPACES TO W-CAMPO-ANT
           PERFORM 305-LE-DICIONARIO UNTIL FIM-DO-DICIONARIO

           MOVE SPACES TO DADOS-REL
           WRITE REG-REL
           MOVE SPACES TO DADOS-REL
           STRING "DEFINICOES: " W-QTD-DEF
               "  USOS: " W-QTD-USO
               "  PROGRAMAS AFETADOS: " W-QTD-PROGS
               DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           CLOSE DICIONARIO
           CLOSE RELDIC.
       300-FIM.

      *>--LE O PROXIMO REGISTRO ENQUANTO O NOME COMECAR PELO TEXTO
       305-LE-DICIONARIO SECTION.

           READ DICIONARIO NEXT RECORD
               AT END
                   SET FIM-DO-DICIONARIO TO TRUE
               NOT AT END
                   IF W-PROC-TAM NOT = ZEROS
                       AND DIC-CAMPO(1:W-PROC-TAM) NOT =
                           W-CAMPO-PROC(1:W-PROC-TAM)
                       SET FIM-DO-DICIONARIO TO TRUE
                   ELSE
                       PERFORM 310-LISTA-REGISTRO
                   END-IF
           END-READ.
       305-FIM.

      *>--LISTA UMA DEFINICAO OU UM USO DO CAMPO
       310-LISTA-REGISTRO SECTION.

           IF DIC-CAMPO NOT = W-CAMPO-ANT
               MOVE DIC-CAMPO TO W-CAMPO-ANT
               PERFORM 315-CABECALHO-CAMPO
           END-IF

           MOVE DIC-POSICAO TO W-POS-ED
           MOVE DIC-TAMANHO TO W-TAM-ED
           MOVE DIC-TAM-REG TO W-REG-ED
           MOVE DIC-OCC TO W-OCC-ED
           MOVE SPACES TO DADOS-REL

           IF DIC-DEFINICAO
               ADD 1 TO W-QTD-DEF
               STRING "  DEFINIDO  " DIC-ORIGEM " " DIC-NIVEL " "
                   DIC-PIC " " DIC-USAGE " " W-OCC-ED " "
                   W-POS-ED " " W-TAM-ED "  "
                   DIC-REGISTRO " " W-REG-ED " "
                   DIC-RED DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
           ELSE
               ADD 1 TO W-QTD-USO
               PERFORM 311-CONTA-PROGRAMA
               PERFORM 320-DESCREVE-PAPEL
               STRING "  USADO EM  " DIC-ORIGEM " V" DIC-VERSAO
                   " " W-PAPEL-DESC " " DIC-BOK " "
                   DIC-DETALHE " " W-POS-ED " " W-TAM-ED
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
           END-IF
           WRITE REG-REL.
       310-FIM.

      *>--CONTA O PROGRAMA DO USO SO NA PRIMEIRA VEZ QUE APARECE
       311-CONTA-PROGRAMA SECTION.

           MOVE "N" TO W-CNT-ACHOU
           PERFORM 312-PROCURA-PROGRAMA VARYING W-CNT-IX FROM 1 BY 1
               UNTIL W-CNT-IX > W-QTD-PROGS OR W-CNT-IX > 999
               OR PROGRAMA-JA-CONTADO
           IF NOT PROGRAMA-JA-CONTADO
               ADD 1 TO W-QTD-PROGS
               IF W-QTD-PROGS NOT > 999
                   MOVE DIC-ORIGEM TO W-CNT-NOME(W-QTD-PROGS)
               END-IF
           END-IF.
       311-FIM.

       312-PROCURA-PROGRAMA SECTION.

           IF W-CNT-NOME(W-CNT-IX) = DIC-ORIGEM
               SET PROGRAMA-JA-CONTADO TO TRUE
           END-IF.
       312-FIM.

      *>--NOME DO CAMPO E TITULOS DAS COLUNAS
       315-CABECALHO-CAMPO SECTION.

           MOVE SPACES TO DADOS-REL
           WRITE REG-REL
           MOVE SPACES TO DADOS-REL
           STRING "CAMPO " DIC-CAMPO DELIMITED BY SIZE
               INTO DADOS-REL
           END-STRING
           WRITE REG-REL
           MOVE SPACES TO DADOS-REL
           STRING "            BOK        NV PIC                  "
               DELIMITED BY SIZE
               "US OCC   POS   TAM  REGISTRO"
               DELIMITED BY SIZE
               "                        TAMREG REDEFINES"
               DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL
           MOVE SPACES TO DADOS-REL
           STRING "            PROGRAMA   VER  PAPEL"
               DELIMITED BY SIZE
               "                  BOK        ARQ/DETALHE      "
               DELIMITED BY SIZE
               "POS   TAM" DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL.
       315-FIM.

      *>--DESCRICAO DO PAPEL DO CAMPO NO PROGRAMA
       320-DESCREVE-PAPEL SECTION.

           EVALUATE TRUE
               WHEN PAPEL-LAYOUT
                   MOVE "LAYOUT DE ARQUIVO (fd)" TO W-PAPEL-DESC
               WHEN PAPEL-WS
                   MOVE "WORKING-STORAGE" TO W-PAPEL-DESC
               WHEN PAPEL-CHAVE
                   MOVE "CHAVE INDEXADA" TO W-PAPEL-DESC
               WHEN PAPEL-SORT
                   MOVE "CHAVE DE SORT" TO W-PAPEL-DESC
               WHEN PAPEL-QUEBRA
                   MOVE "CAMPO DE QUEBRA" TO W-PAPEL-DESC
               WHEN PAPEL-TOTAL
                   MOVE "CAMPO DE TOTAL" TO W-PAPEL-DESC
               WHEN OTHER
                   MOVE SPACES TO W-PAPEL-DESC
           END-EVALUATE.
       320-FIM.
